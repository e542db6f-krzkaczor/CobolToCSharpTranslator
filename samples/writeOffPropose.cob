IDENTIFICATION DIVISION.
PROGRAM-ID.  WriteOffPropose.

*> Bad-debt write-off proposal run.  The student fee accounts on the
*> SIGNHIST postings history are aged exactly as AgedDebtReport ages
*> them - the debt still owed is allocated to the charges that made
*> it, newest first, so the oldest unpaid charge shows how long the
*> account has been owing.  An account whose debt is at least the
*> MIN-AMOUNT setting (default 100.00) and whose oldest unpaid
*> charge is at least the MIN-AGE-DAYS setting (default 180) is
*> proposed for write-off: a pending item for the whole amount owed,
*> status P, goes onto the WOPEND pending write-off file under the
*> next WO reference for the credit controller to review in
*> WriteOffReview.  Debt older than the charges on file (cut-over
*> balances) counts as old enough.
*>
*> An account is not proposed again while an earlier item for it is
*> still open (proposed, or awaiting the finance manager) or has been
*> written off but not yet applied by SignedArith; nor is an account
*> missing from SIGNBAL, not open, in dispute or held in a foreign
*> currency.  Those are listed on the WOPROP proposal report beside the
*> proposals, which are marked where they exceed the APPROVAL-LIMIT
*> setting (default 500.00) and so will need a second approval.  All
*> three are WriteOffPropose settings on the PARMMAST parameter master,
*> read through ParmService.  The run is refused with RETURN-CODE 8 when
*> the pending file is bigger than the work table or SIGNBAL cannot be
*> opened.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its age, amount and
*>   approval limits from the old WOPRM card onto PARMMAST, effective on
*>   the day it runs, so the value in use is kept rather than falling
*>   back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-WRITEOFF-FILE ASSIGN TO "WOPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPendingStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT PROPOSAL-REPORT-FILE ASSIGN TO "WOPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  PENDING-WRITEOFF-FILE.
01  PendingWriteOffRecord.
    COPY WRITEOFF.

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortAccountId       PIC X(8).
    05  SortSequence        PIC 9(7).
    05  SortDate            PIC 9(8).
    05  SortAmount          PIC S9(7)V99.
    05  SortResultingBalance PIC S9(7)V99.

FD  PROPOSAL-REPORT-FILE.
01  ProposalReportLine      PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsPendingStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 pendingEofSwitch PIC X VALUE "N".
   88 pendingEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 firstGroupSwitch PIC X VALUE "Y".
   88 firstGroup VALUE "Y".
01 accountHeldSwitch PIC X VALUE "N".
   88 accountHeld VALUE "Y".

01 wsMinAgeDays PIC 9(4) VALUE 180.
01 wsMinAmount PIC 9(7)V99 VALUE 100.00.
01 wsApprovalLimit PIC 9(7)V99 VALUE 500.00.

01 parmLookArea.
    COPY PARMLOOK.

*> The pending file, kept in memory to find the last reference and
*> the items still open against an account.  pendApplied is set
*> when a written-off item's reference turns up on SIGNHIST.
01 pendTableCount PIC 9(4) VALUE 0.
01 pendTableIndex PIC 9(4) VALUE 0.
01 wsNotLoadedCount PIC 9(5) VALUE 0.
01 pendTable.
    05 pendTableEntry OCCURS 2000 TIMES.
        10 pendReference PIC X(10).
        10 pendAccount   PIC X(8).
        10 pendStatus    PIC X.
        10 pendApplied   PIC X.
01 wsLastSequence PIC 9(8) VALUE 0.
01 wsSequenceCheck PIC 9(8) VALUE 0.
01 wsNewReference.
   05 FILLER PIC X(2) VALUE "WO".
   05 wsNewSequence PIC 9(8) VALUE 0.

01 wsSequence PIC 9(7) VALUE 0.
01 wsCurrentAccount PIC X(8) VALUE SPACES.
01 wsClosingBalance PIC S9(7)V99 VALUE 0.

*> Per-account charge table, filled in posting order and walked
*> backwards when the balance is aged.
01 chargeTableCount PIC 9(3) VALUE 0.
01 chargeTableIndex PIC 9(3) VALUE 0.
01 chargeDroppedCount PIC 9(5) VALUE 0.
01 chargeTable.
    05 chargeTableEntry OCCURS 200 TIMES.
        10 chargeDate   PIC 9(8).
        10 chargeAmount PIC 9(7)V99.

01 wsOwed PIC 9(7)V99 VALUE 0.
01 wsOutstanding PIC 9(8)V99 VALUE 0.
01 wsAllocated PIC 9(8)V99 VALUE 0.
01 wsOldestDebtDate PIC 9(8) VALUE 0.
01 wsAgeDays PIC S9(5) VALUE 0.
01 wsHoldReason PIC X(30) VALUE SPACES.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDigits REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsAgeDate PIC 9(8) VALUE 0.
01 wsAgeDigits REDEFINES wsAgeDate.
   05 wsAgeYear  PIC 9(4).
   05 wsAgeMonth PIC 9(2).
   05 wsAgeDay   PIC 9(2).

01 wsProposedCount PIC 9(5) VALUE 0.
01 wsProposedTotal PIC 9(9)V99 VALUE 0.
01 wsOverLimitCount PIC 9(5) VALUE 0.
01 wsHeldCount PIC 9(5) VALUE 0.
01 wsEditedAmount PIC Z(8)9.99.
01 wsEditedAge PIC Z(4)9.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    PERFORM loadPendingTableAction.
    IF wsNotLoadedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** PENDING WRITE-OFFS EXCEED THE TABLE - "
            wsNotLoadedCount " NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING PROPOSED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** SIGNBAL CANNOT BE OPENED - STATUS "
            wsBalanceStatus
        DISPLAY "** RUN REFUSED - NOTHING PROPOSED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN EXTEND PENDING-WRITEOFF-FILE.
    IF wsPendingStatus NOT = "00"
        OPEN OUTPUT PENDING-WRITEOFF-FILE
    END-IF.
    OPEN OUTPUT PROPOSAL-REPORT-FILE.
    PERFORM writeReportHeadingAction.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortAccountId, SortSequence
        INPUT PROCEDURE IS extractHistoryAction
        OUTPUT PROCEDURE IS reviewAccountsAction.

    PERFORM writeReportTotalsAction.
    CLOSE PROPOSAL-REPORT-FILE.
    CLOSE PENDING-WRITEOFF-FILE.
    CLOSE BALANCE-FILE.
    DISPLAY "=====================".
    DISPLAY " Write-off proposals".
    MOVE wsProposedTotal TO wsEditedAmount.
    DISPLAY " Proposed      : " wsProposedCount
        " totalling " wsEditedAmount.
    DISPLAY " Over the limit: " wsOverLimitCount.
    DISPLAY " Held back     : " wsHeldCount.
    DISPLAY "=====================".
    GOBACK.

    loadParametersAction.
        MOVE "WriteOffPropose" TO ParmLookProgram.
        MOVE "MIN-AGE-DAYS" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsMinAgeDays
        END-IF.
        MOVE "MIN-AMOUNT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsMinAmount
        END-IF.
        MOVE "APPROVAL-LIMIT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsApprovalLimit
        END-IF.

    lookUpSettingAction.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.

    loadPendingTableAction.
        MOVE 0 TO pendTableCount.
        MOVE "N" TO pendingEofSwitch.
        OPEN INPUT PENDING-WRITEOFF-FILE.
        IF wsPendingStatus = "00"
            PERFORM readPendingAction
            PERFORM addPendingEntryAction UNTIL pendingEof
            CLOSE PENDING-WRITEOFF-FILE
        END-IF.

    readPendingAction.
        READ PENDING-WRITEOFF-FILE
            AT END
                SET pendingEof TO TRUE
        END-READ.

    addPendingEntryAction.
        IF WoReference(3:8) IS NUMERIC
            MOVE WoReference(3:8) TO wsSequenceCheck
            IF wsSequenceCheck > wsLastSequence
                MOVE wsSequenceCheck TO wsLastSequence
            END-IF
        END-IF.
        IF pendTableCount < 2000
            ADD 1 TO pendTableCount
            MOVE WoReference TO pendReference(pendTableCount)
            MOVE WoAccountId TO pendAccount(pendTableCount)
            MOVE WoStatus TO pendStatus(pendTableCount)
            MOVE "N" TO pendApplied(pendTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readPendingAction.

    extractHistoryAction.
*>      Only fee accounts (S plus the seven-digit student id) are
*>      released; the sequence number keeps posting order within an
*>      account.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM releaseHistoryAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    releaseHistoryAction.
        IF HistAccountId(1:1) = "S"
            AND HistAccountId(2:7) IS NUMERIC
            IF HistReference(1:2) = "WO"
                PERFORM markAppliedAction
            END-IF
            ADD 1 TO wsSequence
            MOVE HistAccountId TO SortAccountId
            MOVE wsSequence TO SortSequence
            MOVE HistDate TO SortDate
            MOVE HistAmount TO SortAmount
            MOVE HistResultingBalance TO SortResultingBalance
            RELEASE SortWorkRecord
        END-IF.
        PERFORM readHistoryAction.

    markAppliedAction.
        PERFORM VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount
            IF pendReference(pendTableIndex) = HistReference
                AND pendAccount(pendTableIndex) = HistAccountId
                MOVE "Y" TO pendApplied(pendTableIndex)
            END-IF
        END-PERFORM.

    reviewAccountsAction.
        PERFORM returnSortedAction.
        PERFORM collectOnePostingAction UNTIL sortEof.
        IF NOT firstGroup
            PERFORM judgeAccountAction
        END-IF.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    collectOnePostingAction.
        IF firstGroup OR SortAccountId NOT = wsCurrentAccount
            IF NOT firstGroup
                PERFORM judgeAccountAction
            END-IF
            MOVE SortAccountId TO wsCurrentAccount
            MOVE "N" TO firstGroupSwitch
            MOVE 0 TO chargeTableCount
        END-IF.
        MOVE SortResultingBalance TO wsClosingBalance.
        IF SortAmount < 0
            IF chargeTableCount < 200
                ADD 1 TO chargeTableCount
                MOVE SortDate TO chargeDate(chargeTableCount)
                COMPUTE chargeAmount(chargeTableCount) =
                    0 - SortAmount
            ELSE
                ADD 1 TO chargeDroppedCount
            END-IF
        END-IF.
        PERFORM returnSortedAction.

    judgeAccountAction.
        IF wsClosingBalance < 0
            COMPUTE wsOwed = 0 - wsClosingBalance
            IF wsOwed >= wsMinAmount
                PERFORM findOldestDebtAction
                IF wsAgeDays >= wsMinAgeDays
                    PERFORM checkHoldsAction
                    IF accountHeld
                        PERFORM writeHeldLineAction
                    ELSE
                        PERFORM proposeWriteOffAction
                    END-IF
                END-IF
            END-IF
        END-IF.

    findOldestDebtAction.
*>      Whatever is still owed is matched against the newest charges
*>      first - payments clear the oldest debt - and the last charge
*>      reached is the oldest still unpaid.  Debt deeper than the
*>      recorded charges is older than anything on file.
        COMPUTE wsOutstanding = wsOwed.
        MOVE 0 TO wsOldestDebtDate.
        PERFORM allocateOneChargeAction
            VARYING chargeTableIndex FROM chargeTableCount BY -1
            UNTIL chargeTableIndex < 1 OR wsOutstanding = 0.
        IF wsOutstanding > 0
            MOVE 0 TO wsOldestDebtDate
            MOVE 99999 TO wsAgeDays
        ELSE
            MOVE wsOldestDebtDate TO wsAgeDate
            PERFORM computeAgeDaysAction
        END-IF.

    allocateOneChargeAction.
        IF chargeAmount(chargeTableIndex) > wsOutstanding
            MOVE wsOutstanding TO wsAllocated
        ELSE
            MOVE chargeAmount(chargeTableIndex) TO wsAllocated
        END-IF.
        SUBTRACT wsAllocated FROM wsOutstanding.
        MOVE chargeDate(chargeTableIndex) TO wsOldestDebtDate.

    computeAgeDaysAction.
*>      Calendar-month approximation (year 365, month 30), as the
*>      aged-debt report reckons it.
        COMPUTE wsAgeDays =
            ((wsRunYear - wsAgeYear) * 365)
            + ((wsRunMonth - wsAgeMonth) * 30)
            + (wsRunDay - wsAgeDay).

    checkHoldsAction.
        MOVE "N" TO accountHeldSwitch.
        MOVE SPACES TO wsHoldReason.
        PERFORM VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount OR accountHeld
            IF pendAccount(pendTableIndex) = wsCurrentAccount
                IF pendStatus(pendTableIndex) = "P"
                    OR pendStatus(pendTableIndex) = "M"
                    SET accountHeld TO TRUE
                    STRING "STILL PENDING AS " DELIMITED BY SIZE
                           pendReference(pendTableIndex)
                               DELIMITED BY SIZE
                           INTO wsHoldReason
                    END-STRING
                END-IF
                IF pendStatus(pendTableIndex) = "W"
                    AND pendApplied(pendTableIndex) = "N"
                    SET accountHeld TO TRUE
                    STRING "NOT YET APPLIED " DELIMITED BY SIZE
                           pendReference(pendTableIndex)
                               DELIMITED BY SIZE
                           INTO wsHoldReason
                    END-STRING
                END-IF
            END-IF
        END-PERFORM.
        IF NOT accountHeld
            MOVE wsCurrentAccount TO BalanceAccountId
            READ BALANCE-FILE
                KEY IS BalanceAccountId
                INVALID KEY
                    SET accountHeld TO TRUE
                    MOVE "NOT ON SIGNBAL" TO wsHoldReason
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT AccountOpen
                            SET accountHeld TO TRUE
                            MOVE "ACCOUNT NOT OPEN" TO wsHoldReason
                        WHEN AccountInDispute
                            SET accountHeld TO TRUE
                            MOVE "ACCOUNT IN DISPUTE" TO wsHoldReason
                        WHEN NOT SterlingAccount
                            SET accountHeld TO TRUE
                            MOVE "FOREIGN CURRENCY ACCOUNT"
                                TO wsHoldReason
                    END-EVALUATE
            END-READ
        END-IF.

    proposeWriteOffAction.
        ADD 1 TO wsLastSequence.
        MOVE wsLastSequence TO wsNewSequence.
        INITIALIZE PendingWriteOffRecord.
        MOVE wsNewReference TO WoReference.
        MOVE wsCurrentAccount TO WoAccountId.
        MOVE wsOwed TO WoAmount.
        MOVE wsOldestDebtDate TO WoOldestDebtDate.
        MOVE wsAgeDays TO WoAgeDays.
        MOVE wsRunDate TO WoProposedDate.
        SET woProposed TO TRUE.
        MOVE SPACES TO WoReviewedBy.
        MOVE 0 TO WoReviewedDate.
        MOVE SPACES TO WoApprovedBy.
        MOVE 0 TO WoApprovedDate.
        MOVE SPACES TO WoNote.
        WRITE PendingWriteOffRecord.
        ADD 1 TO wsProposedCount.
        ADD wsOwed TO wsProposedTotal.
        MOVE wsOwed TO wsEditedAmount.
        MOVE wsAgeDays TO wsEditedAge.
        MOVE SPACES TO wsListLine.
        STRING WoReference DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsCurrentAccount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsOldestDebtDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedAge DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        IF wsOwed > wsApprovalLimit
            ADD 1 TO wsOverLimitCount
            MOVE "OVER LIMIT - MANAGER" TO wsListLine(62:20)
        END-IF.
        WRITE ProposalReportLine FROM wsListLine.

    writeHeldLineAction.
        ADD 1 TO wsHeldCount.
        MOVE wsOwed TO wsEditedAmount.
        MOVE wsAgeDays TO wsEditedAge.
        MOVE SPACES TO wsListLine.
        STRING "HELD        " DELIMITED BY SIZE
               wsCurrentAccount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsOldestDebtDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedAge DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsHoldReason DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProposalReportLine FROM wsListLine.

    writeReportHeadingAction.
        MOVE "Bad-debt write-off proposals" TO wsListLine.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE "============================" TO wsListLine.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsMinAmount TO wsEditedAmount.
        MOVE wsMinAgeDays TO wsEditedAge.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "  owing at least " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               " for" DELIMITED BY SIZE
               wsEditedAge DELIMITED BY SIZE
               " days or more" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE wsApprovalLimit TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Second approval above " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE "Reference   Account           Owed  Oldest    Age"
            TO wsListLine.
        WRITE ProposalReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE ProposalReportLine FROM wsListLine.
        MOVE wsProposedTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Proposed: " DELIMITED BY SIZE
               wsProposedCount DELIMITED BY SIZE
               " account(s) totalling " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               wsOverLimitCount DELIMITED BY SIZE
               " over the limit, " DELIMITED BY SIZE
               wsHeldCount DELIMITED BY SIZE
               " held back" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProposalReportLine FROM wsListLine.
