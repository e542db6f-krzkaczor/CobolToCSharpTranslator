*> accounts the hierarchy does not cover, and the proved grand
*> totals.  The debit/credit convention matches TrialBalance: a
*> negative balance is a debit.  Output lands on DEPTTB.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: balances, subtotals and
*>   grand totals hold two decimal places and print to the penny.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 acctTable.
    05 acctTableEntry OCCURS 500 TIMES.
        10 acctTabId     PIC X(8).
        10 acctTabAmount PIC S9(7)V99.
        10 acctTabDept   PIC X(8).
        10 acctTabListed PIC X.


01 wsCurrentDivision PIC X(8) VALUE SPACES.
01 wsCurrentDept PIC X(8) VALUE SPACES.
01 wsDeptDebits PIC 9(9)V99 VALUE 0.
01 wsDeptCredits PIC 9(9)V99 VALUE 0.
01 wsDivDebits PIC 9(9)V99 VALUE 0.
01 wsDivCredits PIC 9(9)V99 VALUE 0.
01 wsGrandDebits PIC 9(9)V99 VALUE 0.
01 wsGrandCredits PIC 9(9)V99 VALUE 0.
01 wsEditedDebits PIC Z(8)9.99.
01 wsEditedCredits PIC Z(8)9.99.
01 wsUnmappedCount PIC 9(3) VALUE 0.
01 wsAcctDebit PIC 9(8)V99 VALUE 0.
01 wsAcctCredit PIC 9(8)V99 VALUE 0.
01 divisionFoundSwitch PIC X VALUE "N".
   88 divisionFound VALUE "Y".

   05 FILLER            PIC X(4) VALUE SPACES.
   05 wsDetailAccountId PIC X(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailDebit     PIC Z(7)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailCredit    PIC Z(7)9.99.

01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
            VARYING deptMapIndex FROM 1 BY 1
            UNTIL deptMapIndex > deptMapCount.
        MOVE SPACES TO wsListLine.
        MOVE wsDivDebits TO wsEditedDebits.
        MOVE wsDivCredits TO wsEditedCredits.
        STRING "  Division total  DR " DELIMITED BY SIZE
               wsEditedDebits          DELIMITED BY SIZE
               "  CR "                 DELIMITED BY SIZE
               wsEditedCredits         DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE DeptBalanceLine FROM wsListLine.
            VARYING acctTableIndex FROM 1 BY 1
            UNTIL acctTableIndex > acctTableCount.
        MOVE SPACES TO wsListLine.
        MOVE wsDeptDebits TO wsEditedDebits.
        MOVE wsDeptCredits TO wsEditedCredits.
        STRING "    Dept subtotal DR " DELIMITED BY SIZE
               wsEditedDebits          DELIMITED BY SIZE
               "  CR "                 DELIMITED BY SIZE
               wsEditedCredits         DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE DeptBalanceLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE DeptBalanceLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsGrandDebits TO wsEditedDebits.
        MOVE wsGrandCredits TO wsEditedCredits.
        STRING "Grand totals  DR " DELIMITED BY SIZE
               wsEditedDebits      DELIMITED BY SIZE
               "  CR "             DELIMITED BY SIZE
               wsEditedCredits     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE DeptBalanceLine FROM wsListLine.
