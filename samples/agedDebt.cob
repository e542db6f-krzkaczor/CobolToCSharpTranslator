*> the run date.  The report lands on AGEDDEBT with a bucket total
*> line, replacing the paper arrears ledger that disagrees with the
*> files.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: history amounts, the
*>   charge table and the buckets hold two decimal places and the
*>   report prints them to the penny.
*> - Fee reminders go by text or email through NotifyService where the
*>   student's messaging contact allows; LTRSELCT only gets the students
*>   who cannot be messaged.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortAccountId       PIC X(8).
    05  SortSequence        PIC 9(7).
    05  SortDate            PIC 9(8).
    05  SortAmount          PIC S9(7)V99.
    05  SortResultingBalance PIC S9(7)V99.

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.

01 wsSequence PIC 9(7) VALUE 0.
01 wsCurrentAccount PIC X(8) VALUE SPACES.
01 wsClosingBalance PIC S9(7)V99 VALUE 0.

*> Per-account charge table, filled in posting order and walked
*> backwards when the balance is aged.
01 chargeTable.
    05 chargeTableEntry OCCURS 200 TIMES.
        10 chargeDate   PIC 9(8).
        10 chargeAmount PIC 9(7)V99.

01 wsOutstanding PIC 9(8)V99 VALUE 0.
01 wsAllocated PIC 9(8)V99 VALUE 0.
01 wsAgeDays PIC S9(5) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
   05 wsAgeDay   PIC 9(2).

01 accountBuckets.
   05 bucketCurrent PIC 9(8)V99 VALUE 0.
   05 bucket30      PIC 9(8)V99 VALUE 0.
   05 bucket60      PIC 9(8)V99 VALUE 0.
   05 bucket90      PIC 9(8)V99 VALUE 0.
01 grandBuckets.
   05 grandCurrent PIC 9(9)V99 VALUE 0.
   05 grand30      PIC 9(9)V99 VALUE 0.
   05 grand60      PIC 9(9)V99 VALUE 0.
   05 grand90      PIC 9(9)V99 VALUE 0.
01 wsGrandEdits.
   05 wsEditCurrent PIC Z(8)9.99.
   05 wsEdit30      PIC Z(8)9.99.
   05 wsEdit60      PIC Z(8)9.99.
   05 wsEdit90      PIC Z(8)9.99.
01 wsDebtorCount PIC 9(5) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(9)  VALUE "Account  ".
   05 FILLER PIC X(13) VALUE "         Owed".
   05 FILLER PIC X(13) VALUE "      Current".
   05 FILLER PIC X(13) VALUE "      31-60d ".
   05 FILLER PIC X(13) VALUE "      61-90d ".
   05 FILLER PIC X(13) VALUE "      Over 90".

01 wsDetailLine.
   05 wsDetailAccount PIC X(8).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailOwed    PIC Z(8)9.99.
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailCurrent PIC Z(8)9.99.
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetail30      PIC Z(8)9.99.
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetail60      PIC Z(8)9.99.
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetail90      PIC Z(8)9.99.

01 wsListLine PIC X(100) VALUE SPACES.

01 notifyArea.
    COPY NOTIFY.
01 wsQueuedCount PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    CLOSE AGED-DEBT-FILE.
    DISPLAY "Aged debt report written - " wsDebtorCount
        " account(s) in arrears.".
    DISPLAY "Reminders messaged - " wsQueuedCount.
    GOBACK.

    extractHistoryAction.
        ADD bucket90 TO grand90.

    writeReminderSelectionAction.
*>      One FEEREMND reminder per account in arrears - messaged
*>      through NotifyService where the student can be reached that
*>      way, otherwise a selection record so the LetterRun
*>      correspondence engine sends the letter.  The fee account id
*>      is S plus the student id, so the id reads straight out of the
*>      account.
        IF wsCurrentAccount(2:7) IS NUMERIC
            MOVE wsCurrentAccount(2:7) TO NotifyStudentId
            MOVE "FEEREMND" TO NotifyTemplate
            MOVE SPACES TO NotifyCourseCode
            MOVE "AGEDDEBT" TO NotifySource
            MOVE SPACES TO NotifyDetail
            STRING "Amount owed " DELIMITED BY SIZE
                   wsDetailOwed   DELIMITED BY SIZE
                   INTO NotifyDetail
            END-STRING
            CALL "NotifyService" USING notifyArea
            IF NotifyQueued
                ADD 1 TO wsQueuedCount
            ELSE
                MOVE "FEEREMND" TO SelTemplate
                MOVE wsCurrentAccount(2:7) TO SelStudentId
                MOVE SPACES TO SelCourseCode
                WRITE SelectionRecord
            END-IF
        END-IF.

    writeGrandTotalAction.
        MOVE SPACES TO wsListLine.
        WRITE AgedDebtLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE grandCurrent TO wsEditCurrent.
        MOVE grand30 TO wsEdit30.
        MOVE grand60 TO wsEdit60.
        MOVE grand90 TO wsEdit90.
        STRING "Totals  current " DELIMITED BY SIZE
               wsEditCurrent      DELIMITED BY SIZE
               "  31-60 "         DELIMITED BY SIZE
               wsEdit30           DELIMITED BY SIZE
               "  61-90 "         DELIMITED BY SIZE
               wsEdit60           DELIMITED BY SIZE
               "  over90 "        DELIMITED BY SIZE
               wsEdit90           DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AgedDebtLine FROM wsListLine.
