*> buckets.  Anything older than thirty days ends the run with
*> RETURN-CODE 4 so the schedule flags it for the morning review.
*> Output lands on SUSPAGE.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: suspense amounts are
*>   S9(7)V99 and the report prints them to the penny.
*> - The suspense record is read at its full length, the clerk and
*>   date of clearing included.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  SUSPENSE-FILE.
01  SuspenseRecord.
    05  SuspOriginalAccount PIC X(8).
    05  SuspAmount          PIC S9(7)V99.
    05  SuspReference       PIC X(10).
    05  SuspDate            PIC 9(8).
    05  SuspReason          PIC X(6).
    05  SuspClearedSwitch   PIC X.
        88 suspCleared      VALUE "Y".
    05  SuspClearedBy       PIC X(8).
    05  SuspClearedDate     PIC 9(8).

FD  AGED-REPORT-FILE.
01  AgedReportLine      PIC X(80).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsDetailRef      PIC X(10).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsDetailAmount   PIC -(7)9.99.
   05 FILLER           PIC X(6) VALUE " for  ".
   05 wsDetailAccount  PIC X(8).
   05 FILLER           PIC X(2) VALUE " (".
