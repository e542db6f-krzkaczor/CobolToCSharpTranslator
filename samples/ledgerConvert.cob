IDENTIFICATION DIVISION.
PROGRAM-ID.  LedgerConvert.

*> One-off conversion of the SignedArith ledger files from whole
*> pounds (S9(7)) to pounds and pence (S9(7)V99).  Each file is
*> renamed before the run - SIGNBAL to SBALOLD, SIGNPOST to SPOSTOLD,
*> SIGNHIST to SHISTOLD, SIGNSUSP to SSUSPOLD, SIGNBUDG to SBUDGOLD,
*> SIGNSNAP to SSNAPOLD, SIGNPREV to SPREVOLD, SIGNPHIS to SPHISOLD,
*> SIGNSTND to SSTNDOLD, BANKMTCH to BMTCHOLD and BANKOUT to BOUTOLD
*> - and is copied record for record to its live name in the new
*> layout, every amount carried over exactly with no pence.  The BAT
*> and END batch lines on a pending SIGNPOST are copied as they
*> stand.  A file not renamed is reported as not present and its live
*> name is left alone, so the run is safe to repeat for a file that
*> was missed.  Every converted account is a sterling account; a
*> currency is set afterwards through SignAccountMaint.
*>
*> Each new file is then closed and read back, and the LEDGCONV
*> control report shows, file by file, the records read from the old
*> file against the records read back from the new one and the old
*> amount total against the total read back, with AGREED or
*> ** DIFFERENT ** on each line.  Any difference ends the run with
*> RETURN-CODE 8 and the ledger must not be released to the posting
*> run until it is explained.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-BALANCE-FILE ASSIGN TO "SBALOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OldBalanceAccountId
        FILE STATUS IS wsOldBalanceStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT OLD-POSTING-FILE ASSIGN TO "SPOSTOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldPostingStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT OLD-HISTORY-FILE ASSIGN TO "SHISTOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldHistoryStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT OLD-SUSPENSE-FILE ASSIGN TO "SSUSPOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldSuspenseStatus.

    SELECT SUSPENSE-FILE ASSIGN TO "SIGNSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSuspenseStatus.

    SELECT OLD-BUDGET-FILE ASSIGN TO "SBUDGOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldBudgetStatus.

    SELECT BUDGET-FILE ASSIGN TO "SIGNBUDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBudgetStatus.

    SELECT OLD-SNAPSHOT-FILE ASSIGN TO "SSNAPOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldSnapshotStatus.

    SELECT SNAPSHOT-FILE ASSIGN TO "SIGNSNAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSnapshotStatus.

    SELECT OLD-PREVIOUS-FILE ASSIGN TO "SPREVOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldPreviousStatus.

    SELECT PREVIOUS-SNAPSHOT-FILE ASSIGN TO "SIGNPREV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPreviousStatus.

    SELECT OLD-PERIOD-HISTORY-FILE ASSIGN TO "SPHISOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldPerdHistStatus.

    SELECT PERIOD-HISTORY-FILE ASSIGN TO "SIGNPHIS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPerdHistStatus.

    SELECT OLD-STANDING-ORDER-FILE ASSIGN TO "SSTNDOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldStandingStatus.

    SELECT STANDING-ORDER-FILE ASSIGN TO "SIGNSTND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsStandingStatus.

    SELECT OLD-MATCHED-FILE ASSIGN TO "BMTCHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldMatchedStatus.

    SELECT MATCHED-REGISTRY-FILE ASSIGN TO "BANKMTCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMatchedStatus.

    SELECT OLD-OUTSTANDING-FILE ASSIGN TO "BOUTOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOldOutstandingStatus.

    SELECT OUTSTANDING-FILE ASSIGN TO "BANKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOutstandingStatus.

    SELECT CONTROL-REPORT-FILE ASSIGN TO "LEDGCONV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  OLD-BALANCE-FILE.
01  OldBalanceRecord.
    05  OldBalanceAccountId PIC X(8).
    05  OldBalanceAmount    PIC S9(7).
    05  OldBalanceStatus    PIC X.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  OLD-POSTING-FILE.
01  OldPostingRecord.
    05  OldPostAccountId    PIC X(8).
    05  OldPostAmount       PIC S9(7).
    05  OldPostReference    PIC X(10).
    05  OldPostDate         PIC 9(8).

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  OLD-HISTORY-FILE.
01  OldHistoryRecord.
    05  OldHistAccountId    PIC X(8).
    05  OldHistDate         PIC 9(8).
    05  OldHistAmount       PIC S9(7).
    05  OldHistReference    PIC X(10).
    05  OldHistResultingBalance PIC S9(7).

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  OLD-SUSPENSE-FILE.
01  OldSuspenseRecord.
    05  OldSuspOriginalAccount PIC X(8).
    05  OldSuspAmount       PIC S9(7).
    05  OldSuspReference    PIC X(10).
    05  OldSuspDate         PIC 9(8).
    05  OldSuspReason       PIC X(6).
    05  OldSuspClearedSwitch PIC X.

FD  SUSPENSE-FILE.
01  SuspenseRecord.
    05  SuspOriginalAccount PIC X(8).
    05  SuspAmount          PIC S9(7)V99.
    05  SuspReference       PIC X(10).
    05  SuspDate            PIC 9(8).
    05  SuspReason          PIC X(6).
    05  SuspClearedSwitch   PIC X.
    05  SuspClearedBy       PIC X(8).
    05  SuspClearedDate     PIC 9(8).

FD  OLD-BUDGET-FILE.
01  OldBudgetRecord.
    05  OldBudgAccountId    PIC X(8).
    05  OldBudgPeriod       PIC 9(6).
    05  OldBudgAmount       PIC S9(7).

FD  BUDGET-FILE.
01  BudgetRecord.
    05  BudgAccountId PIC X(8).
    05  BudgPeriod    PIC 9(6).
    05  BudgAmount    PIC S9(7)V99.

FD  OLD-SNAPSHOT-FILE.
01  OldSnapshotRecord.
    05  OldSnapAccountId    PIC X(8).
    05  OldSnapAmount       PIC S9(7).
    05  OldSnapDate         PIC 9(8).

FD  SNAPSHOT-FILE.
01  SnapshotRecord.
    05  SnapAccountId       PIC X(8).
    05  SnapAmount          PIC S9(7)V99.
    05  SnapDate            PIC 9(8).

FD  OLD-PREVIOUS-FILE.
01  OldPreviousRecord.
    05  OldPrevAccountId    PIC X(8).
    05  OldPrevAmount       PIC S9(7).
    05  OldPrevDate         PIC 9(8).

FD  PREVIOUS-SNAPSHOT-FILE.
01  PreviousSnapshotRecord.
    05  PrevAccountId       PIC X(8).
    05  PrevAmount          PIC S9(7)V99.
    05  PrevDate            PIC 9(8).

FD  OLD-PERIOD-HISTORY-FILE.
01  OldPeriodHistoryRecord.
    05  OldPerdHistPeriod    PIC 9(6).
    05  OldPerdHistAccountId PIC X(8).
    05  OldPerdHistBalance   PIC S9(7).

FD  PERIOD-HISTORY-FILE.
01  PeriodHistoryRecord.
    05  PerdHistPeriod    PIC 9(6).
    05  PerdHistAccountId PIC X(8).
    05  PerdHistBalance   PIC S9(7)V99.

FD  OLD-STANDING-ORDER-FILE.
01  OldStandingOrderRecord.
    05  OldStandAccountId   PIC X(8).
    05  OldStandAmount      PIC S9(7).
    05  OldStandReference   PIC X(10).
    05  OldStandDayOfMonth  PIC 99.
    05  OldStandStartDate   PIC 9(8).
    05  OldStandEndDate     PIC 9(8).
    05  OldStandLastGenDate PIC 9(8).

FD  STANDING-ORDER-FILE.
01  StandingOrderRecord.
    05  StandAccountId   PIC X(8).
    05  StandAmount      PIC S9(7)V99.
    05  StandReference   PIC X(10).
    05  StandDayOfMonth  PIC 99.
    05  StandStartDate   PIC 9(8).
    05  StandEndDate     PIC 9(8).
    05  StandLastGenDate PIC 9(8).

FD  OLD-MATCHED-FILE.
01  OldMatchedRecord.
    05  OldMatchAccountId PIC X(8).
    05  OldMatchDate      PIC 9(8).
    05  OldMatchAmount    PIC S9(7).
    05  OldMatchReference PIC X(10).

FD  MATCHED-REGISTRY-FILE.
01  MatchedRegistryRecord.
    05  MatchAccountId PIC X(8).
    05  MatchDate      PIC 9(8).
    05  MatchAmount    PIC S9(7)V99.
    05  MatchReference PIC X(10).

FD  OLD-OUTSTANDING-FILE.
01  OldOutstandingRecord.
    05  OldOutSide        PIC X.
    05  OldOutDate        PIC 9(8).
    05  OldOutAmount      PIC S9(7).
    05  OldOutReference   PIC X(10).

FD  OUTSTANDING-FILE.
01  OutstandingRecord.
    05  OutSide       PIC X.
    05  OutDate       PIC 9(8).
    05  OutAmount     PIC S9(7)V99.
    05  OutReference  PIC X(10).

FD  CONTROL-REPORT-FILE.
01  ControlReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsOldBalanceStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsOldPostingStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsOldHistoryStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsOldSuspenseStatus PIC XX VALUE "00".
01 wsSuspenseStatus PIC XX VALUE "00".
01 wsOldBudgetStatus PIC XX VALUE "00".
01 wsBudgetStatus PIC XX VALUE "00".
01 wsOldSnapshotStatus PIC XX VALUE "00".
01 wsSnapshotStatus PIC XX VALUE "00".
01 wsOldPreviousStatus PIC XX VALUE "00".
01 wsPreviousStatus PIC XX VALUE "00".
01 wsOldPerdHistStatus PIC XX VALUE "00".
01 wsPerdHistStatus PIC XX VALUE "00".
01 wsOldStandingStatus PIC XX VALUE "00".
01 wsStandingStatus PIC XX VALUE "00".
01 wsOldMatchedStatus PIC XX VALUE "00".
01 wsMatchedStatus PIC XX VALUE "00".
01 wsOldOutstandingStatus PIC XX VALUE "00".
01 wsOutstandingStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 oldEofSwitch PIC X VALUE "N".
   88 oldEof VALUE "Y".
01 newEofSwitch PIC X VALUE "N".
   88 newEof VALUE "Y".

*> Control figures for the file being converted.  The old total is
*> whole pounds; the new totals must equal it to the penny.
01 ctlFileName PIC X(8) VALUE SPACES.
01 ctlOldCount PIC 9(7) VALUE 0.
01 ctlWrittenCount PIC 9(7) VALUE 0.
01 ctlNewCount PIC 9(7) VALUE 0.
01 ctlOldTotal PIC S9(11) VALUE 0.
01 ctlNewTotal PIC S9(11)V99 VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsFilesConverted PIC 9(2) VALUE 0.
01 wsFilesAbsent PIC 9(2) VALUE 0.
01 wsFilesDifferent PIC 9(2) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(10) VALUE "File      ".
   05 FILLER PIC X(10) VALUE "  Old recs".
   05 FILLER PIC X(10) VALUE "  New recs".
   05 FILLER PIC X(17) VALUE "        Old total".
   05 FILLER PIC X(17) VALUE "        New total".
   05 FILLER PIC X(16) VALUE "  Result".

01 wsDetailLine.
   05 wsDetailFile      PIC X(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailOldCount  PIC Z(9)9.
   05 wsDetailNewCount  PIC Z(9)9.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailOldTotal  PIC -(11)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailNewTotal  PIC -(11)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailResult    PIC X(16).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN OUTPUT CONTROL-REPORT-FILE.
    MOVE "Ledger conversion to pounds and pence - control report"
        TO wsListLine.
    WRITE ControlReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ControlReportLine FROM wsListLine.
    MOVE ALL "=" TO wsListLine.
    WRITE ControlReportLine FROM wsListLine.
    WRITE ControlReportLine FROM wsHeadingLine.
    MOVE ALL "-" TO wsListLine.
    WRITE ControlReportLine FROM wsListLine.

    PERFORM convertBalanceFileAction.
    PERFORM convertPostingFileAction.
    PERFORM convertHistoryFileAction.
    PERFORM convertSuspenseFileAction.
    PERFORM convertBudgetFileAction.
    PERFORM convertSnapshotFileAction.
    PERFORM convertPreviousFileAction.
    PERFORM convertPerdHistFileAction.
    PERFORM convertStandingFileAction.
    PERFORM convertMatchedFileAction.
    PERFORM convertOutstandingFileAction.

    MOVE ALL "-" TO wsListLine.
    WRITE ControlReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Files converted: " DELIMITED BY SIZE
           wsFilesConverted    DELIMITED BY SIZE
           "  not present: "   DELIMITED BY SIZE
           wsFilesAbsent       DELIMITED BY SIZE
           "  not agreeing: "  DELIMITED BY SIZE
           wsFilesDifferent    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ControlReportLine FROM wsListLine.
    CLOSE CONTROL-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Ledger conversion to pounds and pence".
    DISPLAY " Files converted : " wsFilesConverted.
    DISPLAY " Not present     : " wsFilesAbsent.
    DISPLAY " Not agreeing    : " wsFilesDifferent.
    DISPLAY "=====================".
    IF wsFilesDifferent > 0
        DISPLAY "*************************************************"
        DISPLAY "** CONVERTED TOTALS DO NOT AGREE - SEE LEDGCONV."
        DISPLAY "** LEDGER NOT TO BE RELEASED TO THE POSTING RUN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

    startControlAction.
        MOVE 0 TO ctlOldCount.
        MOVE 0 TO ctlWrittenCount.
        MOVE 0 TO ctlNewCount.
        MOVE 0 TO ctlOldTotal.
        MOVE 0 TO ctlNewTotal.
        MOVE "N" TO oldEofSwitch.
        MOVE "N" TO newEofSwitch.

    writeControlLineAction.
*>      A file agrees when every record read was written and read
*>      back, and the amounts read back total what the old file did.
        ADD 1 TO wsFilesConverted.
        MOVE ctlFileName TO wsDetailFile.
        MOVE ctlOldCount TO wsDetailOldCount.
        MOVE ctlNewCount TO wsDetailNewCount.
        MOVE ctlOldTotal TO wsDetailOldTotal.
        MOVE ctlNewTotal TO wsDetailNewTotal.
        IF ctlWrittenCount = ctlOldCount
            AND ctlNewCount = ctlOldCount
            AND ctlNewTotal = ctlOldTotal
            MOVE "AGREED" TO wsDetailResult
        ELSE
            MOVE "** DIFFERENT **" TO wsDetailResult
            ADD 1 TO wsFilesDifferent
        END-IF.
        WRITE ControlReportLine FROM wsDetailLine.

    writeNotPresentAction.
        ADD 1 TO wsFilesAbsent.
        MOVE SPACES TO wsListLine.
        STRING ctlFileName DELIMITED BY SIZE
               "  old copy not present - live file left alone"
                   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ControlReportLine FROM wsListLine.

    writeFailureAction.
*>      A new file that cannot be written is a difference in itself.
        ADD 1 TO wsFilesDifferent.
        MOVE SPACES TO wsListLine.
        STRING ctlFileName DELIMITED BY SIZE
               "  ** new file could not be opened - not converted **"
                   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ControlReportLine FROM wsListLine.

    convertBalanceFileAction.
        MOVE "SIGNBAL" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-BALANCE-FILE.
        IF wsOldBalanceStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT BALANCE-FILE
            IF wsBalanceStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldBalanceAction
                PERFORM convertOneBalanceAction UNTIL oldEof
                CLOSE BALANCE-FILE
                OPEN INPUT BALANCE-FILE
                PERFORM readNewBalanceAction
                PERFORM totalNewBalanceAction UNTIL newEof
                CLOSE BALANCE-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-BALANCE-FILE
        END-IF.

    readOldBalanceAction.
        READ OLD-BALANCE-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneBalanceAction.
        ADD 1 TO ctlOldCount.
        ADD OldBalanceAmount TO ctlOldTotal.
        MOVE OldBalanceAccountId TO BalanceAccountId.
        MOVE OldBalanceAmount TO BalanceAmount.
        MOVE OldBalanceStatus TO BalanceStatus.
        MOVE SPACES TO BalanceCurrency.
        MOVE 0 TO BalanceCurrencyAmount.
        MOVE "N" TO BalanceDisputeSwitch.
        MOVE "B" TO BalanceClass.
        WRITE BalanceRecord
            INVALID KEY
                DISPLAY "SIGNBAL write failed for " BalanceAccountId
                    ", status " wsBalanceStatus
            NOT INVALID KEY
                ADD 1 TO ctlWrittenCount
        END-WRITE.
        PERFORM readOldBalanceAction.

    readNewBalanceAction.
        READ BALANCE-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewBalanceAction.
        ADD 1 TO ctlNewCount.
        ADD BalanceAmount TO ctlNewTotal.
        PERFORM readNewBalanceAction.

    convertPostingFileAction.
        MOVE "SIGNPOST" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-POSTING-FILE.
        IF wsOldPostingStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT POSTING-FILE
            IF wsPostingStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldPostingAction
                PERFORM convertOnePostingAction UNTIL oldEof
                CLOSE POSTING-FILE
                OPEN INPUT POSTING-FILE
                PERFORM readNewPostingAction
                PERFORM totalNewPostingAction UNTIL newEof
                CLOSE POSTING-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-POSTING-FILE
        END-IF.

    readOldPostingAction.
        READ OLD-POSTING-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOnePostingAction.
*>      Batch header and trailer lines carry no amount and are copied
*>      as they stand.
        ADD 1 TO ctlOldCount.
        IF OldPostingRecord(1:3) = "BAT"
            OR OldPostingRecord(1:3) = "END"
            MOVE OldPostingRecord TO PostingRecord
        ELSE
            ADD OldPostAmount TO ctlOldTotal
            MOVE OldPostAccountId TO PostAccountId
            MOVE OldPostAmount TO PostAmount
            MOVE OldPostReference TO PostReference
            MOVE OldPostDate TO PostDate
        END-IF.
        WRITE PostingRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldPostingAction.

    readNewPostingAction.
        READ POSTING-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewPostingAction.
        ADD 1 TO ctlNewCount.
        IF PostingRecord(1:3) NOT = "BAT"
            AND PostingRecord(1:3) NOT = "END"
            ADD PostAmount TO ctlNewTotal
        END-IF.
        PERFORM readNewPostingAction.

    convertHistoryFileAction.
        MOVE "SIGNHIST" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-HISTORY-FILE.
        IF wsOldHistoryStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT HISTORY-FILE
            IF wsHistoryStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldHistoryAction
                PERFORM convertOneHistoryAction UNTIL oldEof
                CLOSE HISTORY-FILE
                OPEN INPUT HISTORY-FILE
                PERFORM readNewHistoryAction
                PERFORM totalNewHistoryAction UNTIL newEof
                CLOSE HISTORY-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-HISTORY-FILE
        END-IF.

    readOldHistoryAction.
        READ OLD-HISTORY-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneHistoryAction.
        ADD 1 TO ctlOldCount.
        ADD OldHistAmount TO ctlOldTotal.
        MOVE OldHistAccountId TO HistAccountId.
        MOVE OldHistDate TO HistDate.
        MOVE OldHistAmount TO HistAmount.
        MOVE OldHistReference TO HistReference.
        MOVE OldHistResultingBalance TO HistResultingBalance.
        MOVE SPACES TO HistCurrency.
        MOVE 0 TO HistCurrencyAmount.
        MOVE SPACES TO HistVatCode.
        MOVE 0 TO HistVatRate.
        MOVE 0 TO HistVatAmount.
        WRITE PostingHistoryRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldHistoryAction.

    readNewHistoryAction.
        READ HISTORY-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewHistoryAction.
        ADD 1 TO ctlNewCount.
        ADD HistAmount TO ctlNewTotal.
        PERFORM readNewHistoryAction.

    convertSuspenseFileAction.
        MOVE "SIGNSUSP" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-SUSPENSE-FILE.
        IF wsOldSuspenseStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT SUSPENSE-FILE
            IF wsSuspenseStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldSuspenseAction
                PERFORM convertOneSuspenseAction UNTIL oldEof
                CLOSE SUSPENSE-FILE
                OPEN INPUT SUSPENSE-FILE
                PERFORM readNewSuspenseAction
                PERFORM totalNewSuspenseAction UNTIL newEof
                CLOSE SUSPENSE-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-SUSPENSE-FILE
        END-IF.

    readOldSuspenseAction.
        READ OLD-SUSPENSE-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneSuspenseAction.
        ADD 1 TO ctlOldCount.
        ADD OldSuspAmount TO ctlOldTotal.
        MOVE OldSuspOriginalAccount TO SuspOriginalAccount.
        MOVE OldSuspAmount TO SuspAmount.
        MOVE OldSuspReference TO SuspReference.
        MOVE OldSuspDate TO SuspDate.
        MOVE OldSuspReason TO SuspReason.
        MOVE OldSuspClearedSwitch TO SuspClearedSwitch.
        MOVE SPACES TO SuspClearedBy.
        MOVE 0 TO SuspClearedDate.
        WRITE SuspenseRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldSuspenseAction.

    readNewSuspenseAction.
        READ SUSPENSE-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewSuspenseAction.
        ADD 1 TO ctlNewCount.
        ADD SuspAmount TO ctlNewTotal.
        PERFORM readNewSuspenseAction.

    convertBudgetFileAction.
        MOVE "SIGNBUDG" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-BUDGET-FILE.
        IF wsOldBudgetStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT BUDGET-FILE
            IF wsBudgetStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldBudgetAction
                PERFORM convertOneBudgetAction UNTIL oldEof
                CLOSE BUDGET-FILE
                OPEN INPUT BUDGET-FILE
                PERFORM readNewBudgetAction
                PERFORM totalNewBudgetAction UNTIL newEof
                CLOSE BUDGET-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-BUDGET-FILE
        END-IF.

    readOldBudgetAction.
        READ OLD-BUDGET-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneBudgetAction.
        ADD 1 TO ctlOldCount.
        ADD OldBudgAmount TO ctlOldTotal.
        MOVE OldBudgAccountId TO BudgAccountId.
        MOVE OldBudgPeriod TO BudgPeriod.
        MOVE OldBudgAmount TO BudgAmount.
        WRITE BudgetRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldBudgetAction.

    readNewBudgetAction.
        READ BUDGET-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewBudgetAction.
        ADD 1 TO ctlNewCount.
        ADD BudgAmount TO ctlNewTotal.
        PERFORM readNewBudgetAction.

    convertSnapshotFileAction.
        MOVE "SIGNSNAP" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-SNAPSHOT-FILE.
        IF wsOldSnapshotStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT SNAPSHOT-FILE
            IF wsSnapshotStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldSnapshotAction
                PERFORM convertOneSnapshotAction UNTIL oldEof
                CLOSE SNAPSHOT-FILE
                OPEN INPUT SNAPSHOT-FILE
                PERFORM readNewSnapshotAction
                PERFORM totalNewSnapshotAction UNTIL newEof
                CLOSE SNAPSHOT-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-SNAPSHOT-FILE
        END-IF.

    readOldSnapshotAction.
        READ OLD-SNAPSHOT-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneSnapshotAction.
        ADD 1 TO ctlOldCount.
        ADD OldSnapAmount TO ctlOldTotal.
        MOVE OldSnapAccountId TO SnapAccountId.
        MOVE OldSnapAmount TO SnapAmount.
        MOVE OldSnapDate TO SnapDate.
        WRITE SnapshotRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldSnapshotAction.

    readNewSnapshotAction.
        READ SNAPSHOT-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewSnapshotAction.
        ADD 1 TO ctlNewCount.
        ADD SnapAmount TO ctlNewTotal.
        PERFORM readNewSnapshotAction.

    convertPreviousFileAction.
        MOVE "SIGNPREV" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-PREVIOUS-FILE.
        IF wsOldPreviousStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT PREVIOUS-SNAPSHOT-FILE
            IF wsPreviousStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldPreviousAction
                PERFORM convertOnePreviousAction UNTIL oldEof
                CLOSE PREVIOUS-SNAPSHOT-FILE
                OPEN INPUT PREVIOUS-SNAPSHOT-FILE
                PERFORM readNewPreviousAction
                PERFORM totalNewPreviousAction UNTIL newEof
                CLOSE PREVIOUS-SNAPSHOT-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-PREVIOUS-FILE
        END-IF.

    readOldPreviousAction.
        READ OLD-PREVIOUS-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOnePreviousAction.
        ADD 1 TO ctlOldCount.
        ADD OldPrevAmount TO ctlOldTotal.
        MOVE OldPrevAccountId TO PrevAccountId.
        MOVE OldPrevAmount TO PrevAmount.
        MOVE OldPrevDate TO PrevDate.
        WRITE PreviousSnapshotRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldPreviousAction.

    readNewPreviousAction.
        READ PREVIOUS-SNAPSHOT-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewPreviousAction.
        ADD 1 TO ctlNewCount.
        ADD PrevAmount TO ctlNewTotal.
        PERFORM readNewPreviousAction.

    convertPerdHistFileAction.
        MOVE "SIGNPHIS" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-PERIOD-HISTORY-FILE.
        IF wsOldPerdHistStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT PERIOD-HISTORY-FILE
            IF wsPerdHistStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldPerdHistAction
                PERFORM convertOnePerdHistAction UNTIL oldEof
                CLOSE PERIOD-HISTORY-FILE
                OPEN INPUT PERIOD-HISTORY-FILE
                PERFORM readNewPerdHistAction
                PERFORM totalNewPerdHistAction UNTIL newEof
                CLOSE PERIOD-HISTORY-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-PERIOD-HISTORY-FILE
        END-IF.

    readOldPerdHistAction.
        READ OLD-PERIOD-HISTORY-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOnePerdHistAction.
        ADD 1 TO ctlOldCount.
        ADD OldPerdHistBalance TO ctlOldTotal.
        MOVE OldPerdHistPeriod TO PerdHistPeriod.
        MOVE OldPerdHistAccountId TO PerdHistAccountId.
        MOVE OldPerdHistBalance TO PerdHistBalance.
        WRITE PeriodHistoryRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldPerdHistAction.

    readNewPerdHistAction.
        READ PERIOD-HISTORY-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewPerdHistAction.
        ADD 1 TO ctlNewCount.
        ADD PerdHistBalance TO ctlNewTotal.
        PERFORM readNewPerdHistAction.

    convertStandingFileAction.
        MOVE "SIGNSTND" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-STANDING-ORDER-FILE.
        IF wsOldStandingStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT STANDING-ORDER-FILE
            IF wsStandingStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldStandingAction
                PERFORM convertOneStandingAction UNTIL oldEof
                CLOSE STANDING-ORDER-FILE
                OPEN INPUT STANDING-ORDER-FILE
                PERFORM readNewStandingAction
                PERFORM totalNewStandingAction UNTIL newEof
                CLOSE STANDING-ORDER-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-STANDING-ORDER-FILE
        END-IF.

    readOldStandingAction.
        READ OLD-STANDING-ORDER-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneStandingAction.
        ADD 1 TO ctlOldCount.
        ADD OldStandAmount TO ctlOldTotal.
        MOVE OldStandAccountId TO StandAccountId.
        MOVE OldStandAmount TO StandAmount.
        MOVE OldStandReference TO StandReference.
        MOVE OldStandDayOfMonth TO StandDayOfMonth.
        MOVE OldStandStartDate TO StandStartDate.
        MOVE OldStandEndDate TO StandEndDate.
        MOVE OldStandLastGenDate TO StandLastGenDate.
        WRITE StandingOrderRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldStandingAction.

    readNewStandingAction.
        READ STANDING-ORDER-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewStandingAction.
        ADD 1 TO ctlNewCount.
        ADD StandAmount TO ctlNewTotal.
        PERFORM readNewStandingAction.

    convertMatchedFileAction.
        MOVE "BANKMTCH" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-MATCHED-FILE.
        IF wsOldMatchedStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT MATCHED-REGISTRY-FILE
            IF wsMatchedStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldMatchedAction
                PERFORM convertOneMatchedAction UNTIL oldEof
                CLOSE MATCHED-REGISTRY-FILE
                OPEN INPUT MATCHED-REGISTRY-FILE
                PERFORM readNewMatchedAction
                PERFORM totalNewMatchedAction UNTIL newEof
                CLOSE MATCHED-REGISTRY-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-MATCHED-FILE
        END-IF.

    readOldMatchedAction.
        READ OLD-MATCHED-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneMatchedAction.
        ADD 1 TO ctlOldCount.
        ADD OldMatchAmount TO ctlOldTotal.
        MOVE OldMatchAccountId TO MatchAccountId.
        MOVE OldMatchDate TO MatchDate.
        MOVE OldMatchAmount TO MatchAmount.
        MOVE OldMatchReference TO MatchReference.
        WRITE MatchedRegistryRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldMatchedAction.

    readNewMatchedAction.
        READ MATCHED-REGISTRY-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewMatchedAction.
        ADD 1 TO ctlNewCount.
        ADD MatchAmount TO ctlNewTotal.
        PERFORM readNewMatchedAction.

    convertOutstandingFileAction.
        MOVE "BANKOUT" TO ctlFileName.
        PERFORM startControlAction.
        OPEN INPUT OLD-OUTSTANDING-FILE.
        IF wsOldOutstandingStatus NOT = "00"
            PERFORM writeNotPresentAction
        ELSE
            OPEN OUTPUT OUTSTANDING-FILE
            IF wsOutstandingStatus NOT = "00"
                PERFORM writeFailureAction
            ELSE
                PERFORM readOldOutstandingAction
                PERFORM convertOneOutstandingAction UNTIL oldEof
                CLOSE OUTSTANDING-FILE
                OPEN INPUT OUTSTANDING-FILE
                PERFORM readNewOutstandingAction
                PERFORM totalNewOutstandingAction UNTIL newEof
                CLOSE OUTSTANDING-FILE
                PERFORM writeControlLineAction
            END-IF
            CLOSE OLD-OUTSTANDING-FILE
        END-IF.

    readOldOutstandingAction.
        READ OLD-OUTSTANDING-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneOutstandingAction.
        ADD 1 TO ctlOldCount.
        ADD OldOutAmount TO ctlOldTotal.
        MOVE OldOutSide TO OutSide.
        MOVE OldOutDate TO OutDate.
        MOVE OldOutAmount TO OutAmount.
        MOVE OldOutReference TO OutReference.
        WRITE OutstandingRecord.
        ADD 1 TO ctlWrittenCount.
        PERFORM readOldOutstandingAction.

    readNewOutstandingAction.
        READ OUTSTANDING-FILE
            AT END
                SET newEof TO TRUE
        END-READ.

    totalNewOutstandingAction.
        ADD 1 TO ctlNewCount.
        ADD OutAmount TO ctlNewTotal.
        PERFORM readNewOutstandingAction.
