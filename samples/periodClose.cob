*> so the published figures stop moving.  Closing a period already
*> closed is refused with RETURN-CODE 8 - reopening is a deliberate
*> hand edit of SIGNPERD, not something a rerun can do by accident.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: the SIGNPHIS period
*>   balances are S9(7)V99 and the certificate totals print to the penny.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  PeriodHistoryRecord.
    05  PerdHistPeriod    PIC 9(6).
    05  PerdHistAccountId PIC X(8).
    05  PerdHistBalance   PIC S9(7)V99.

FD  CERTIFICATE-FILE.
01  CertificateLine     PIC X(80).
        10 periodTabStatus PIC X.

01 wsAccountCount PIC 9(5) VALUE 0.
01 wsDebitTotal PIC 9(9)V99 VALUE 0.
01 wsCreditTotal PIC 9(9)V99 VALUE 0.
01 wsEditedDebits PIC Z(8)9.99.
01 wsEditedCredits PIC Z(8)9.99.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(80) VALUE SPACES.

        END-STRING.
        WRITE CertificateLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsDebitTotal TO wsEditedDebits.
        MOVE wsCreditTotal TO wsEditedCredits.
        STRING "Debits " DELIMITED BY SIZE
               wsEditedDebits DELIMITED BY SIZE
               "  Credits " DELIMITED BY SIZE
               wsEditedCredits DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CertificateLine FROM wsListLine.
