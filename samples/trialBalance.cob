*> draws a run id from the shared RunRegistry service, names it in
*> the heading and closes with the account count, so a TRIALBAL in
*> the bin traces to its run.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: balances and totals hold
*>   two decimal places and the columns print to the penny.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 wsAccountCount PIC 9(5) VALUE 0.
01 wsBadRecordCount PIC 9(5) VALUE 0.
01 wsDebitTotal PIC 9(9)V99 VALUE 0.
01 wsCreditTotal PIC 9(9)V99 VALUE 0.
01 wsNetPosition PIC S9(9)V99 VALUE 0.
01 wsEditedNet PIC -(9)9.99.
01 wsEditedTotal PIC Z(9)9.99.

01 wsHeadingLine.
   05 FILLER PIC X(8)  VALUE "Account ".
01 wsDetailLine.
   05 wsDetailAccountId PIC X(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailDebit     PIC Z(7)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailCredit    PIC Z(7)9.99.

01 wsBadLine.
   05 wsBadAccountId    PIC X(8).
        MOVE SPACES TO wsListLine.
        WRITE TrialBalanceLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsDebitTotal TO wsEditedTotal.
        STRING "Total debits : " DELIMITED BY SIZE
               wsEditedTotal     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE TrialBalanceLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsCreditTotal TO wsEditedTotal.
        STRING "Total credits: " DELIMITED BY SIZE
               wsEditedTotal     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE TrialBalanceLine FROM wsListLine.
