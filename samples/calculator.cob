*>   and a rate older than the RATEPRM maximum age (default seven
*>   days) is flagged at start-up and again when a conversion uses
*>   it, so a stale rate cannot drive a week of conversions unseen.
*> - New selection 14 posts the value in a chosen register straight to
*>   the ledger: the operator names a SIGNBAL account and a reference,
*>   confirms, and the posting is appended to SIGNPOST in its own
*>   source section under a RunRegistry run for the operator.  The tape
*>   line (operation POST) carries the account, reference and run id so
*>   CalcReconcile and PostingInquiry can trace the ledger entry back to
*>   this session.
*> - New selection 15 is a list mode: the operator keys a run of
*>   values, or reads them from the CALCLIST file, and the calculator
*>   shows count, sum, mean, minimum, maximum and standard deviation.
*>   An entry can be removed by its position in the list and any
*>   statistic stored into a register.  Each value, removal and the
*>   final statistics go on the tape (register 0, operations LIST,
*>   LDEL and LSTAT); a store is taped as LSTORE and can be undone.
*> - New selection 16 does date arithmetic through the shared
*>   CalendarService: business or calendar days between two dates,
*>   adding business days, next/previous business day and the
*>   is-business-day check, with today from DateTimeService when a date
*>   is left blank.  A day count goes into the selected register; a
*>   result date is shown and taped but leaves the register alone.  The
*>   tape line (operation DATE plus the letter) carries both dates and
*>   the result date.  Batch transactions drive it with the letter in
*>   the register-op field, the day count in BATCH-VALUE and the dates
*>   in two new trailing date fields.
*> - The tape header and trailer now carry the session's start and end
*>   time, and the trailer the number of batch transactions read and
*>   rejected, so supervisors can see session length and rejection rate
*>   per generation on CALCARCH.  A conversion made with a stale rate
*>   is marked with an asterisk in column 10 of its operation name.
*>   The tape record is widened to 250 to hold the longer trailer.
*> - The stale-rate age is now RateMaint's MAX-AGE-DAYS setting on the
*>   PARMMAST parameter master, read through ParmService, instead of
*>   the second field of the RATEPRM control record.
*> - At cutover the one-off ParmConvert run carries the rate age limit
*>   from the old RATEPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRateStatus.

    SELECT LIST-INPUT-FILE ASSIGN TO "CALCLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsListStatus.

    SELECT LEDGER-BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsLedgerStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

DATA DIVISION.
FILE SECTION.
    05  BATCH-VALUE             PIC S9(7)V99.
    05  BATCH-REGISTER-OP       PIC X.
    05  BATCH-OPERAND-REG       PIC 9.
    05  BATCH-DATE-1            PIC 9(8).
    05  BATCH-DATE-2            PIC 9(8).

FD  TRANSACTION-TAPE-FILE.
01  TAPE-RECORD                 PIC X(250).

FD  TAPE-ARCHIVE-FILE.
01  TAPE-ARCHIVE-RECORD         PIC X(250).

FD  DISPOSITION-FILE.
01  DISPOSITION-RECORD          PIC X(64).
    05  RATE-SELL               PIC 9(3)V9(6).
    05  RATE-EFFECTIVE-DATE     PIC 9(8).

FD  LIST-INPUT-FILE.
01  LIST-INPUT-RECORD.
    05  LIST-VALUE              PIC S9(7)V99.

FD  LEDGER-BALANCE-FILE.
01  LEDGER-BALANCE-RECORD.
    COPY SIGNBAL.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

    WORKING-STORAGE SECTION.
      01 selection PIC 99 VALUE 1.
        88 currencyConvertSelection VALUE 11.
        88 tapeInquirySelection VALUE 12.
        88 extendedOpSelection VALUE 13.
        88 ledgerPostSelection VALUE 14.
        88 listModeSelection VALUE 15.
        88 dateArithSelection VALUE 16.
        88 exitSelection VALUE 0.
        88 validSelectionValue VALUES 0, 1, 2, 3, 4, 5, 6, 7, 8, 9,
                                      10, 11, 12, 13, 14, 15, 16.

      01 errorLogArea.
          05 logProgramId   PIC X(16) VALUE "MoveData".
          05 countMacroReplay PIC 9(5) VALUE 0.
          05 countCurrency    PIC 9(5) VALUE 0.
          05 countExtendedOp  PIC 9(5) VALUE 0.
          05 countLedgerPost  PIC 9(5) VALUE 0.
          05 countListMode    PIC 9(5) VALUE 0.
          05 countDateArith   PIC 9(5) VALUE 0.
          05 countUndo        PIC 9(5) VALUE 0.
          05 countBatchRejected PIC 9(5) VALUE 0.
          05 countBatchRead   PIC 9(5) VALUE 0.
      01 wsBalanceStatus PIC XX VALUE "00".
      01 wsBatchStatus PIC XX VALUE "00".
      01 wsTapeStatus PIC XX VALUE "00".
          05 wsTapeAccSign       PIC X.
          05 wsTapeAccDigits     PIC 9(7)V99.

*>    A ledger posting's tape line is the ordinary line followed by
*>    the account, reference and RunRegistry run id it was posted
*>    under.
      01 wsTapePostingLine.
          05 wsTapePostingBase   PIC X(62).
          05 FILLER              PIC X(6) VALUE " ACCT=".
          05 wsTapePostAccountId PIC X(8).
          05 FILLER              PIC X(5) VALUE " REF=".
          05 wsTapePostReference PIC X(10).
          05 FILLER              PIC X(5) VALUE " RUN=".
          05 wsTapePostRunId     PIC 9(6).

*>    A date operation's tape line is the ordinary line (VAL holds
*>    the day count) followed by the two dates and the result date.
      01 wsTapeDateLine.
          05 wsTapeDateBase      PIC X(62).
          05 FILLER              PIC X(4) VALUE " D1=".
          05 wsTapeDateFirst     PIC 9(8).
          05 FILLER              PIC X(4) VALUE " D2=".
          05 wsTapeDateSecond    PIC 9(8).
          05 FILLER              PIC X(5) VALUE " RES=".
          05 wsTapeDateResult    PIC 9(8).

      01 wsRunDate PIC 9(8) VALUE 0.
      01 tapeWriteCount PIC 9(5) VALUE 0.
      01 headerBalanceIndex PIC 99 VALUE 1.
              10 wsHeaderBalanceEntry OCCURS 9 TIMES.
                  15 wsHeaderBalSign   PIC X.
                  15 wsHeaderBalDigits PIC 9(7)V99.
          05 FILLER              PIC X(5) VALUE " TIM=".
          05 wsHeaderTime        PIC 9(8).

      01 wsTapeTrailerLine.
          05 FILLER              PIC X(4) VALUE "TRL ".
          05 wsTrailerExtendedOps PIC 9(5).
          05 FILLER              PIC X(7) VALUE " UNDOS=".
          05 wsTrailerUndos      PIC 9(5).
          05 FILLER              PIC X(7) VALUE " POSTS=".
          05 wsTrailerLedgerPosts PIC 9(5).
          05 FILLER              PIC X(7) VALUE " LISTS=".
          05 wsTrailerListModes  PIC 9(5).
          05 FILLER              PIC X(7) VALUE " DATES=".
          05 wsTrailerDateAriths PIC 9(5).
          05 FILLER              PIC X(6) VALUE " REJS=".
          05 wsTrailerRejected   PIC 9(5).
          05 FILLER              PIC X(6) VALUE " BTCH=".
          05 wsTrailerBatchRead  PIC 9(5).
          05 FILLER              PIC X(5) VALUE " TIM=".
          05 wsTrailerTime       PIC 9(8).

      01 runModeSwitch PIC X VALUE "I".
        88 interactiveMode VALUE "I".
              10 rateTableSell PIC 9(3)V9(6).
              10 rateTableDate PIC 9(8).
              10 rateTableStale PIC X.
      01 wsRateMaxAgeDays PIC 9(3) VALUE 7.
      01 parmLookArea.
          COPY PARMLOOK.
      01 wsRateAgeDays PIC S9(5) VALUE 0.
      01 wsRateRunDate PIC 9(8) VALUE 0.
      01 wsRateRunDigits REDEFINES wsRateRunDate.
          88 signOnLockedOut VALUE "5".
          88 signOnPinChangeDue VALUE "6".

      01 wsLedgerStatus PIC XX VALUE "00".
      01 wsPostingStatus PIC XX VALUE "00".
      01 wsPostAccountInput PIC X(8) VALUE SPACES.
      01 wsPostReferenceInput PIC X(10) VALUE SPACES.
      01 wsPostConfirm PIC X VALUE "N".
      01 ledgerPostedSwitch PIC X VALUE "N".
        88 ledgerPosted VALUE "Y".
      01 ledgerAccountSwitch PIC X VALUE "N".
        88 ledgerAccountAccepted VALUE "Y".

      01 wsListStatus PIC XX VALUE "00".
      01 listEofSwitch PIC X VALUE "N".
        88 listEof VALUE "Y".
      01 listDoneSwitch PIC X VALUE "N".
        88 listDone VALUE "Y".
      01 wsListAction PIC X VALUE SPACE.
        88 listAddValues   VALUE "A".
        88 listReadFile    VALUE "F".
        88 listDeleteEntry VALUE "D".
        88 listShowEntries VALUE "L".
        88 listStoreStat   VALUE "S".
        88 listFinish      VALUE "X".
      01 wsListValueInput PIC X(10) VALUE SPACES.
      01 wsListPositionInput PIC X(3) VALUE SPACES.
      01 wsListStatInput PIC X VALUE SPACE.
        88 statCount   VALUE "C".
        88 statSum     VALUE "S".
        88 statMean    VALUE "M".
        88 statMinimum VALUE "N".
        88 statMaximum VALUE "X".
        88 statStdDev  VALUE "D".
        88 validStatistic VALUES "C", "S", "M", "N", "X", "D".
      01 listPosition PIC 9(3) VALUE 0.
      01 listIndex PIC 9(3) VALUE 0.
      01 listValue PIC S9(7)V99 VALUE 0.
      01 listCount PIC 9(3) VALUE 0.
      01 listTable.
          05 listEntry OCCURS 200 TIMES PIC S9(7)V99.
      01 listSum PIC S9(9)V99 VALUE 0.
      01 listMean PIC S9(7)V99 VALUE 0.
      01 listMeanExact PIC S9(9)V9(6) VALUE 0.
      01 listMinimum PIC S9(7)V99 VALUE 0.
      01 listMaximum PIC S9(7)V99 VALUE 0.
      01 listSquares PIC 9(15)V9(3) VALUE 0.
      01 listStdDev PIC 9(7)V99 VALUE 0.
      01 listStatsSwitch PIC X VALUE "Y".
        88 listStatsValid VALUE "Y".
      01 listStatValue PIC S9(9)V99 VALUE 0.

      01 calendarArea.
          COPY CALENDAR.
      01 dateTimeArea.
          COPY DATETIME.
      01 dateOpCode PIC X VALUE SPACE.
        88 dateOpBusinessDays VALUE "D".
        88 dateOpCalendarDays VALUE "C".
        88 dateOpAddBusiness  VALUE "A".
        88 dateOpNextBusiness VALUE "N".
        88 dateOpPrevBusiness VALUE "P".
        88 dateOpIsBusiness   VALUE "B".
        88 dateOpTwoDates     VALUES "D", "C".
        88 validDateOp VALUES "D", "C", "A", "N", "P", "B".
      01 wsDateInput PIC X(8) VALUE SPACES.
      01 wsDaysInput PIC X(4) VALUE SPACES.
      01 dateToday PIC 9(8) VALUE 0.
      01 dateFirst PIC 9(8) VALUE 0.
      01 dateSecond PIC 9(8) VALUE 0.
      01 dateResult PIC 9(8) VALUE 0.
      01 dateDaysRequested PIC 9(4) VALUE 0.
      01 wsDateToCheck PIC 9(8) VALUE 0.
      01 wsDateDigits REDEFINES wsDateToCheck.
          05 wsDateYear  PIC 9(4).
          05 wsDateMonth PIC 9(2).
          05 wsDateDay   PIC 9(2).
      01 wsDaysInMonth PIC 9(2) VALUE 0.
      01 wsLeapRemainder PIC 9(4) VALUE 0.
      01 wsLeapQuotient PIC 9(4) VALUE 0.
      01 dateValidSwitch PIC X VALUE "N".
        88 dateValid VALUE "Y".

      01 sourceLine.
          COPY SIGNSRC.
      01 sourcePostingCount PIC 9(6) VALUE 0.
      01 sourceNetAmount PIC S9(9)V99 VALUE 0.

      01 runRegistryArea.
          05 regFunction PIC X VALUE "O".
          05 regProgram  PIC X(16) VALUE "MoveData".
          05 regOperator PIC X(8) VALUE SPACES.
          05 regRunId    PIC 9(6) VALUE 0.
          05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    DISPLAY " Calculator ver 1.0"
    DISPLAY "=====================".
                PERFORM macroReplayAction
            WHEN tapeInquirySelection
                PERFORM tapeInquiryAction
            WHEN listModeSelection
                PERFORM listModeAction
            WHEN OTHER
                PERFORM acceptRegisterAction
                MOVE registerEntry(registerNumber) TO accumulator
                    DISPLAY "Please enter a selection shown in the menu."
                END-IF
            ELSE
                DISPLAY "Please enter a selection 0-16."
            END-IF
        END-PERFORM.

    processBatchTransaction.
        MOVE "N" TO batchRejectSwitch.
        MOVE "OK" TO wsDispReasonCode.
        ADD 1 TO countBatchRead.
        MOVE BATCH-SELECTION TO selection.
        IF NOT validSelectionValue
            DISPLAY "Batch transaction rejected - invalid selection code "
            SET batchTransactionRejected TO TRUE
            MOVE "BADSEL" TO wsDispReasonCode
        END-IF.
        IF listModeSelection AND NOT batchTransactionRejected
            DISPLAY "Batch transaction rejected - list mode is not "
                "valid in batch mode"
            SET batchTransactionRejected TO TRUE
            MOVE "BADSEL" TO wsDispReasonCode
        END-IF.
        IF ledgerPostSelection AND NOT batchTransactionRejected
            DISPLAY "Batch transaction rejected - ledger posting "
                "is not valid in batch mode"
            SET batchTransactionRejected TO TRUE
            MOVE "BADSEL" TO wsDispReasonCode
        END-IF.
        IF dateArithSelection AND NOT batchTransactionRejected
            PERFORM validateBatchDateOpAction
        END-IF.
        IF (registerArithSelection OR registerMoveSelection)
                AND NOT batchTransactionRejected
            PERFORM validateBatchRegisterOpAction
            MOVE "BADSRC" TO wsDispReasonCode
        END-IF.

    validateBatchDateOpAction.
*>      A zero date means today, as a blank does at the keyboard.
        MOVE BATCH-REGISTER-OP TO dateOpCode.
        IF NOT validDateOp
            DISPLAY "Batch transaction rejected - invalid date "
                "operation " BATCH-REGISTER-OP
            SET batchTransactionRejected TO TRUE
            MOVE "BADOP" TO wsDispReasonCode
        ELSE
            MOVE "N" TO dateValidSwitch
            IF BATCH-DATE-1 IS NUMERIC
                MOVE BATCH-DATE-1 TO wsDateToCheck
                PERFORM validateDateAction
                IF BATCH-DATE-1 = 0
                    SET dateValid TO TRUE
                END-IF
            END-IF
            IF dateValid AND dateOpTwoDates
                MOVE "N" TO dateValidSwitch
                IF BATCH-DATE-2 IS NUMERIC
                    MOVE BATCH-DATE-2 TO wsDateToCheck
                    PERFORM validateDateAction
                    IF BATCH-DATE-2 = 0
                        SET dateValid TO TRUE
                    END-IF
                END-IF
            END-IF
            IF NOT dateValid
                DISPLAY "Batch transaction rejected - invalid date "
                    BATCH-DATE-1 " " BATCH-DATE-2
                SET batchTransactionRejected TO TRUE
                MOVE "BADDAT" TO wsDispReasonCode
            END-IF
            IF dateOpAddBusiness AND NOT batchTransactionRejected
                AND (BATCH-VALUE < 0 OR BATCH-VALUE > 9999)
                DISPLAY "Batch transaction rejected - day count out "
                    "of range " BATCH-VALUE
                SET batchTransactionRejected TO TRUE
                MOVE "BADVAL" TO wsDispReasonCode
            END-IF
        END-IF.

    processSelection.
        EVALUATE TRUE
            WHEN loadAccumulatorSelection
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                PERFORM extendedOpAction
                ADD 1 TO countExtendedOp
            WHEN ledgerPostSelection
                PERFORM ledgerPostAction
            WHEN dateArithSelection
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                PERFORM dateArithAction
                ADD 1 TO countDateArith
            WHEN undoSelection
                MOVE "UNDO" TO wsLastOperationName
                PERFORM undoAction
    writeTapeHeaderAction.
        MOVE wsRunDate TO wsHeaderDate.
        MOVE wsOperatorId TO wsHeaderOperatorId.
        ACCEPT wsHeaderTime FROM TIME.
        PERFORM formatHeaderBalanceAction
            VARYING headerBalanceIndex FROM 1 BY 1
            UNTIL headerBalanceIndex > 9.
        MOVE countCurrency TO wsTrailerCurrency.
        MOVE countExtendedOp TO wsTrailerExtendedOps.
        MOVE countUndo TO wsTrailerUndos.
        MOVE countLedgerPost TO wsTrailerLedgerPosts.
        MOVE countListMode TO wsTrailerListModes.
        MOVE countDateArith TO wsTrailerDateAriths.
        MOVE countBatchRejected TO wsTrailerRejected.
        MOVE countBatchRead TO wsTrailerBatchRead.
        ACCEPT wsTrailerTime FROM TIME.
        WRITE TAPE-RECORD FROM wsTapeTrailerLine.

    archiveTapeAction.
            MOVE SPACE TO wsTapeAccSign
            MOVE accumulator TO wsTapeAccDigits
        END-IF.
        EVALUATE TRUE
            WHEN ledgerPostSelection AND ledgerPosted
                MOVE wsTapeLine TO wsTapePostingBase
                MOVE PostAccountId TO wsTapePostAccountId
                MOVE PostReference TO wsTapePostReference
                MOVE regRunId TO wsTapePostRunId
                WRITE TAPE-RECORD FROM wsTapePostingLine
            WHEN dateArithSelection
                MOVE wsTapeLine TO wsTapeDateBase
                MOVE dateFirst TO wsTapeDateFirst
                MOVE dateSecond TO wsTapeDateSecond
                MOVE dateResult TO wsTapeDateResult
                WRITE TAPE-RECORD FROM wsTapeDateLine
            WHEN OTHER
                WRITE TAPE-RECORD FROM wsTapeLine
        END-EVALUATE.
        ADD 1 TO tapeWriteCount.

    loadBalanceAction.
        DISPLAY " Macro replays           : " countMacroReplay
        DISPLAY " Currency conversions    : " countCurrency
        DISPLAY " Extended operations     : " countExtendedOp
        DISPLAY " Ledger postings         : " countLedgerPost
        DISPLAY " List mode sessions      : " countListMode
        DISPLAY " Date operations         : " countDateArith
        DISPLAY " Undos                   : " countUndo
        DISPLAY " Batch rejected          : " countBatchRejected.

        DISPLAY "11. Currency conversion"
        DISPLAY "12. Tape inquiry"
        DISPLAY "13. Extended operation (negate/abs/int-div/modulus)"
        DISPLAY "14. Post register value to the ledger"
        DISPLAY "15. List entry and statistics"
        DISPLAY "16. Date arithmetic (business days, day counts)"
        DISPLAY "0. Exit".

    loadAccumulatorAction.
        END-IF.

    loadRateParameterAction.
*>      The stale-rate age is RateMaint's MAX-AGE-DAYS setting on the
*>      parameter master: the age in days past which a loaded rate is
*>      treated as stale.
        MOVE "RateMaint" TO ParmLookProgram.
        MOVE "MAX-AGE-DAYS" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsRateMaxAgeDays
        END-IF.

    readRateRecordAction.
                MOVE "CURF" TO wsLastOperationName
            END-IF
            MOVE wsCurrencyInput TO wsLastOperationName(6:3)
            IF rateTableStale(rateTableIndex) = "Y"
                MOVE "*" TO wsLastOperationName(10:1)
            END-IF
            MOVE conversionRate TO val
            IF conversionRate = 0
                DISPLAY "Rate on file is zero - conversion rejected."
        ADD 1 TO inquirySlot.
        DISPLAY "  " inquiryEntry(inquirySlot)(1:64).

    listModeAction.
*>      A run of values is kept in a list of up to 200 entries, keyed
*>      or read from CALCLIST, and its statistics are recomputed after
*>      every change.  List tape lines carry register 0 since they do
*>      not touch a register; only a store into a register does.
        MOVE 0 TO listCount.
        MOVE "N" TO listDoneSwitch.
        ADD 1 TO countListMode.
        PERFORM computeListStatsAction.
        PERFORM UNTIL listDone
            PERFORM displayListStatsAction
            DISPLAY "A=add values F=read CALCLIST D=delete entry "
                "L=list entries S=store statistic X=finish:"
            ACCEPT wsListAction
            EVALUATE TRUE
                WHEN listAddValues
                    PERFORM acceptListValuesAction
                WHEN listReadFile
                    PERFORM readListFileAction
                WHEN listDeleteEntry
                    PERFORM deleteListEntryAction
                WHEN listShowEntries
                    PERFORM showListEntriesAction
                WHEN listStoreStat
                    PERFORM storeListStatisticAction
                WHEN listFinish
                    SET listDone TO TRUE
                WHEN OTHER
                    DISPLAY "Please enter A, F, D, L, S or X."
            END-EVALUATE
        END-PERFORM.
        PERFORM writeListStatisticsTapeAction.

    acceptListValuesAction.
        MOVE "N" TO listEofSwitch.
        PERFORM UNTIL listEof
            DISPLAY "Value (9 digits, last 2 are cents, - in front "
                "for a negative; blank to end):"
            ACCEPT wsListValueInput
            EVALUATE TRUE
                WHEN wsListValueInput = SPACES
                    SET listEof TO TRUE
                WHEN wsListValueInput(1:1) = "-"
                    MOVE wsListValueInput(2:9) TO wsValueInput
                    IF wsValueInput IS NUMERIC
                        COMPUTE listValue = -wsValueInputNumeric
                        PERFORM addListValueAction
                    ELSE
                        DISPLAY "Please enter digits 0-9 only."
                    END-IF
                WHEN wsListValueInput(10:1) NOT = SPACE
                    DISPLAY "Please enter digits 0-9 only."
                WHEN OTHER
                    MOVE wsListValueInput(1:9) TO wsValueInput
                    IF wsValueInput IS NUMERIC
                        MOVE wsValueInputNumeric TO listValue
                        PERFORM addListValueAction
                    ELSE
                        DISPLAY "Please enter digits 0-9 only."
                    END-IF
            END-EVALUATE
        END-PERFORM.

    readListFileAction.
        OPEN INPUT LIST-INPUT-FILE.
        IF wsListStatus NOT = "00"
            DISPLAY "No list file available - " wsListStatus
            MOVE "CALCLIST" TO logFileName
            MOVE wsListStatus TO logFileStatus
            MOVE "OPEN FAILED - LIST NOT READ" TO logActionTaken
            PERFORM logFileErrorAction
        ELSE
            MOVE "N" TO listEofSwitch
            PERFORM readListRecordAction
            PERFORM UNTIL listEof
                IF LIST-VALUE IS NUMERIC
                    MOVE LIST-VALUE TO listValue
                    PERFORM addListValueAction
                ELSE
                    DISPLAY "List file value skipped - not numeric: "
                        LIST-INPUT-RECORD
                END-IF
                PERFORM readListRecordAction
            END-PERFORM
            CLOSE LIST-INPUT-FILE
        END-IF.

    readListRecordAction.
        READ LIST-INPUT-FILE
            AT END
                SET listEof TO TRUE
        END-READ.

    addListValueAction.
        IF listCount < 200
            ADD 1 TO listCount
            MOVE listValue TO listEntry(listCount)
            PERFORM computeListStatsAction
            MOVE "LIST" TO wsLastOperationName
            PERFORM writeListTapeAction
        ELSE
            DISPLAY "List is full at 200 entries - value not taken."
            SET listEof TO TRUE
        END-IF.

    deleteListEntryAction.
*>      Entries after the one removed move up, so positions shown by
*>      L are always current.
        IF listCount = 0
            DISPLAY "The list is empty."
        ELSE
            MOVE "N" TO validEntrySwitch
            PERFORM UNTIL validEntry
                DISPLAY "Position to remove (1-" listCount "):"
                ACCEPT wsListPositionInput
                PERFORM parseListPositionAction
                IF listPosition >= 1 AND listPosition <= listCount
                    MOVE "Y" TO validEntrySwitch
                ELSE
                    DISPLAY "Please enter a position shown by L."
                END-IF
            END-PERFORM
            MOVE listEntry(listPosition) TO listValue
            PERFORM VARYING listIndex FROM listPosition BY 1
                UNTIL listIndex >= listCount
                MOVE listEntry(listIndex + 1) TO listEntry(listIndex)
            END-PERFORM
            SUBTRACT 1 FROM listCount
            PERFORM computeListStatsAction
            MOVE "LDEL" TO wsLastOperationName
            MOVE listPosition TO wsLastOperationName(6:3)
            PERFORM writeListTapeAction
            DISPLAY "Entry " listPosition " (" listValue ") removed."
        END-IF.

    parseListPositionAction.
        MOVE 0 TO listPosition.
        EVALUATE TRUE
            WHEN wsListPositionInput(1:3) IS NUMERIC
                MOVE wsListPositionInput(1:3) TO listPosition
            WHEN wsListPositionInput(3:1) = SPACE
                    AND wsListPositionInput(1:2) IS NUMERIC
                MOVE wsListPositionInput(1:2) TO listPosition
            WHEN wsListPositionInput(2:2) = SPACES
                    AND wsListPositionInput(1:1) IS NUMERIC
                MOVE wsListPositionInput(1:1) TO listPosition
        END-EVALUATE.

    showListEntriesAction.
        IF listCount = 0
            DISPLAY "The list is empty."
        END-IF.
        PERFORM VARYING listIndex FROM 1 BY 1
            UNTIL listIndex > listCount
            DISPLAY "  " listIndex ": " listEntry(listIndex)
        END-PERFORM.

    computeListStatsAction.
*>      The standard deviation is the population figure - the list
*>      is taken as the whole set (a page of receipts, a set of
*>      marks), not a sample of a larger one.
        MOVE 0 TO listSum.
        MOVE 0 TO listMean.
        MOVE 0 TO listMeanExact.
        MOVE 0 TO listMinimum.
        MOVE 0 TO listMaximum.
        MOVE 0 TO listSquares.
        MOVE 0 TO listStdDev.
        MOVE "Y" TO listStatsSwitch.
        IF listCount > 0
            MOVE listEntry(1) TO listMinimum
            MOVE listEntry(1) TO listMaximum
            PERFORM VARYING listIndex FROM 1 BY 1
                UNTIL listIndex > listCount
                ADD listEntry(listIndex) TO listSum
                IF listEntry(listIndex) < listMinimum
                    MOVE listEntry(listIndex) TO listMinimum
                END-IF
                IF listEntry(listIndex) > listMaximum
                    MOVE listEntry(listIndex) TO listMaximum
                END-IF
            END-PERFORM
            COMPUTE listMeanExact = listSum / listCount
            COMPUTE listMean ROUNDED = listSum / listCount
            PERFORM VARYING listIndex FROM 1 BY 1
                UNTIL listIndex > listCount
                COMPUTE listSquares = listSquares
                    + (listEntry(listIndex) - listMeanExact) ** 2
                    ON SIZE ERROR
                        MOVE "N" TO listStatsSwitch
                END-COMPUTE
            END-PERFORM
            IF listStatsValid
                COMPUTE listStdDev ROUNDED =
                    (listSquares / listCount) ** 0.5
                    ON SIZE ERROR
                        MOVE "N" TO listStatsSwitch
                END-COMPUTE
            END-IF
        END-IF.

    displayListStatsAction.
        DISPLAY "===============================".
        DISPLAY "  Count   : " listCount.
        DISPLAY "  Sum     : " listSum.
        DISPLAY "  Mean    : " listMean.
        DISPLAY "  Minimum : " listMinimum.
        DISPLAY "  Maximum : " listMaximum.
        IF listStatsValid
            DISPLAY "  Std dev : " listStdDev
        ELSE
            DISPLAY "  Std dev : (values too large)"
        END-IF.
        DISPLAY "===============================".

    storeListStatisticAction.
        IF listCount = 0
            DISPLAY "The list is empty - nothing to store."
        ELSE
            MOVE "N" TO validEntrySwitch
            PERFORM UNTIL validEntry
                DISPLAY "Statistic (C=count S=sum M=mean N=minimum "
                    "X=maximum D=std dev):"
                ACCEPT wsListStatInput
                IF validStatistic
                    MOVE "Y" TO validEntrySwitch
                ELSE
                    DISPLAY "Please enter C, S, M, N, X or D."
                END-IF
            END-PERFORM
            PERFORM pickListStatisticAction
            IF statStdDev AND NOT listStatsValid
                DISPLAY "Standard deviation not available - "
                    "store rejected."
            ELSE
            IF listStatValue > 9999999.99
                    OR listStatValue < -9999999.99
                DISPLAY "Value too large for a register - "
                    "store rejected."
            ELSE
                PERFORM acceptRegisterAction
                MOVE registerEntry(registerNumber)
                    TO priorAccumulatorEntry(registerNumber)
                MOVE listStatValue TO val
                MOVE val TO accumulator
                MOVE accumulator TO registerEntry(registerNumber)
                MOVE "LSTORE" TO wsLastOperationName
                MOVE wsListStatInput TO wsLastOperationName(8:1)
                PERFORM writeTapeAction
                DISPLAY "Stored in M" registerNumber "."
            END-IF END-IF
        END-IF.

    pickListStatisticAction.
        EVALUATE TRUE
            WHEN statCount
                MOVE listCount TO listStatValue
            WHEN statSum
                MOVE listSum TO listStatValue
            WHEN statMean
                MOVE listMean TO listStatValue
            WHEN statMinimum
                MOVE listMinimum TO listStatValue
            WHEN statMaximum
                MOVE listMaximum TO listStatValue
            WHEN statStdDev
                MOVE listStdDev TO listStatValue
        END-EVALUATE.

    writeListStatisticsTapeAction.
*>      The closing statistics go on the tape one per line, the
*>      statistic letter in column 7 of the operation name.
        IF listCount > 0
            MOVE "C" TO wsListStatInput
            PERFORM writeOneStatisticTapeAction
            MOVE "S" TO wsListStatInput
            PERFORM writeOneStatisticTapeAction
            MOVE "M" TO wsListStatInput
            PERFORM writeOneStatisticTapeAction
            MOVE "N" TO wsListStatInput
            PERFORM writeOneStatisticTapeAction
            MOVE "X" TO wsListStatInput
            PERFORM writeOneStatisticTapeAction
            IF listStatsValid
                MOVE "D" TO wsListStatInput
                PERFORM writeOneStatisticTapeAction
            END-IF
        END-IF.

    writeOneStatisticTapeAction.
        PERFORM pickListStatisticAction.
        MOVE listStatValue TO listValue.
        MOVE "LSTAT" TO wsLastOperationName.
        MOVE wsListStatInput TO wsLastOperationName(7:1).
        PERFORM writeListTapeAction.

    writeListTapeAction.
*>      VAL is the list value (or statistic) and ACC the running sum.
        MOVE wsOperatorId        TO wsTapeOperatorId.
        MOVE 0                   TO wsTapeRegister.
        MOVE wsLastOperationName TO wsTapeOperationName.
        IF listValue < 0
            MOVE "-" TO wsTapeValSign
            COMPUTE wsTapeValDigits = -listValue
        ELSE
            MOVE SPACE TO wsTapeValSign
            MOVE listValue TO wsTapeValDigits
        END-IF.
        IF listSum < 0
            MOVE "-" TO wsTapeAccSign
            COMPUTE wsTapeAccDigits = -listSum
        ELSE
            MOVE SPACE TO wsTapeAccSign
            MOVE listSum TO wsTapeAccDigits
        END-IF.
        WRITE TAPE-RECORD FROM wsTapeLine.
        ADD 1 TO tapeWriteCount.

    dateArithAction.
*>      D and C count days after the first date up to and including
*>      the second (zero when the second is not later) and the count
*>      becomes the register value.  A, N, P and B answer with a date
*>      or a yes/no, which is shown and taped but does not fit a
*>      register, so the register is left as it was; VAL carries the
*>      days added for A and 1 (yes) or 0 (no) for B.
        MOVE SPACES TO calendarArea.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtDate TO dateToday.
        MOVE 0 TO dateFirst.
        MOVE 0 TO dateSecond.
        MOVE 0 TO dateResult.
        MOVE 0 TO dateDaysRequested.
        IF batchMode
            MOVE BATCH-REGISTER-OP TO dateOpCode
            MOVE BATCH-DATE-1 TO dateFirst
            IF dateOpTwoDates
                MOVE BATCH-DATE-2 TO dateSecond
            END-IF
            IF dateOpAddBusiness
                MOVE BATCH-VALUE TO dateDaysRequested
            END-IF
        ELSE
            PERFORM acceptDateOpAction
            DISPLAY "First date (YYYYMMDD, blank for today):"
            PERFORM acceptDateAction
            MOVE wsDateToCheck TO dateFirst
            IF dateOpTwoDates
                DISPLAY "Second date (YYYYMMDD, blank for today):"
                PERFORM acceptDateAction
                MOVE wsDateToCheck TO dateSecond
            END-IF
            IF dateOpAddBusiness
                PERFORM acceptDaysRequestedAction
            END-IF
        END-IF.
        IF dateFirst = 0
            MOVE dateToday TO dateFirst
        END-IF.
        IF dateOpTwoDates AND dateSecond = 0
            MOVE dateToday TO dateSecond
        END-IF.
        MOVE dateFirst TO CalDate.
        MOVE dateSecond TO CalDate2.
        MOVE dateDaysRequested TO CalDaysRequested.
        MOVE "DATE" TO wsLastOperationName.
        MOVE dateOpCode TO wsLastOperationName(5:1).
        EVALUATE TRUE
            WHEN dateOpBusinessDays
                SET CalDaysBetween TO TRUE
            WHEN dateOpCalendarDays
                SET CalCalendarDays TO TRUE
            WHEN dateOpAddBusiness
                SET CalAddBusiness TO TRUE
            WHEN dateOpNextBusiness
                SET CalNextBusiness TO TRUE
            WHEN dateOpPrevBusiness
                SET CalPrevBusiness TO TRUE
            WHEN dateOpIsBusiness
                SET CalIsBusinessDay TO TRUE
        END-EVALUATE.
        CALL "CalendarService" USING calendarArea.
        EVALUATE TRUE
            WHEN dateOpTwoDates
                MOVE CalDayCount TO val
                MOVE val TO accumulator
                DISPLAY "Days after " dateFirst " up to " dateSecond
                    ": " CalDayCount
            WHEN dateOpIsBusiness
                IF CalIsBusiness
                    MOVE 1 TO val
                    DISPLAY dateFirst " is a business day."
                ELSE
                    MOVE 0 TO val
                    DISPLAY dateFirst " is not a business day."
                END-IF
            WHEN OTHER
                MOVE CalResultDate TO dateResult
                MOVE dateDaysRequested TO val
                DISPLAY "Result date: " dateResult
        END-EVALUATE.

    acceptDateOpAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Operation (D=business days between C=calendar "
                "days between A=add business days"
            DISPLAY "  N=next business day P=previous business day "
                "B=is it a business day):"
            ACCEPT wsRegisterOpInput
            MOVE wsRegisterOpInput TO dateOpCode
            IF validDateOp
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter D, C, A, N, P or B."
            END-IF
        END-PERFORM.

    acceptDateAction.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            ACCEPT wsDateInput
            IF wsDateInput = SPACES
                MOVE dateToday TO wsDateToCheck
                SET dateValid TO TRUE
            ELSE
                IF wsDateInput IS NUMERIC
                    MOVE wsDateInput TO wsDateToCheck
                    PERFORM validateDateAction
                END-IF
                IF NOT dateValid
                    DISPLAY "That is not a real date - please "
                        "re-enter (YYYYMMDD):"
                END-IF
            END-IF
        END-PERFORM.

    acceptDaysRequestedAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Business days to add (up to 4 digits):"
            ACCEPT wsDaysInput
            PERFORM VARYING listIndex FROM 4 BY -1
                UNTIL listIndex < 2
                    OR wsDaysInput(listIndex:1) NOT = SPACE
                CONTINUE
            END-PERFORM
            IF wsDaysInput(1:listIndex) IS NUMERIC
                    AND wsDaysInput(1:1) NOT = SPACE
                MOVE wsDaysInput(1:listIndex) TO dateDaysRequested
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter up to 4 digits."
            END-IF
        END-PERFORM.

    validateDateAction.
*>      The same calendar rules registration applies: bad months, days
*>      outside the month and 29 February outside a leap year are
*>      keying errors.
        MOVE "N" TO dateValidSwitch.
        IF wsDateYear < 1900 OR wsDateMonth < 1 OR wsDateMonth > 12
            CONTINUE
        ELSE
            EVALUATE wsDateMonth
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO wsDaysInMonth
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO wsDaysInMonth
                WHEN 2
                    PERFORM checkLeapYearAction
            END-EVALUATE
            IF wsDateDay >= 1 AND wsDateDay <= wsDaysInMonth
                SET dateValid TO TRUE
            END-IF
        END-IF.

    checkLeapYearAction.
        MOVE 28 TO wsDaysInMonth.
        DIVIDE wsDateYear BY 4
            GIVING wsLeapQuotient REMAINDER wsLeapRemainder.
        IF wsLeapRemainder = 0
            MOVE 29 TO wsDaysInMonth
            DIVIDE wsDateYear BY 100
                GIVING wsLeapQuotient REMAINDER wsLeapRemainder
            IF wsLeapRemainder = 0
                DIVIDE wsDateYear BY 400
                    GIVING wsLeapQuotient REMAINDER wsLeapRemainder
                IF wsLeapRemainder NOT = 0
                    MOVE 28 TO wsDaysInMonth
                END-IF
            END-IF
        END-IF.

    ledgerPostAction.
*>      The selected register's value is posted as it stands - a
*>      positive register is a credit, a negative one a debit - to a
*>      sterling SIGNBAL account that is open.  The register itself
*>      is not changed.  Each posting is its own source section on
*>      SIGNPOST under its own RunRegistry run, so SignedArith can
*>      prove it however long the session stays open.
        MOVE "N" TO ledgerPostedSwitch.
        MOVE "POSTNOP" TO wsLastOperationName.
        MOVE accumulator TO val.
        IF accumulator = 0
            DISPLAY "Register M" registerNumber " is zero - nothing "
                "to post."
        ELSE
            PERFORM acceptLedgerAccountAction
            IF ledgerAccountAccepted
                PERFORM acceptLedgerReferenceAction
                DISPLAY "Post " accumulator " to " wsPostAccountInput
                    " reference " wsPostReferenceInput " (Y/N)?"
                ACCEPT wsPostConfirm
                IF wsPostConfirm = "Y" OR wsPostConfirm = "y"
                    PERFORM writeLedgerPostingAction
                ELSE
                    DISPLAY "Posting abandoned."
                END-IF
            END-IF
        END-IF.

    acceptLedgerAccountAction.
*>      A blank account abandons the posting.
        MOVE "N" TO ledgerAccountSwitch.
        MOVE "N" TO validEntrySwitch.
        OPEN INPUT LEDGER-BALANCE-FILE.
        IF wsLedgerStatus NOT = "00"
            DISPLAY "Ledger balance file unavailable - " wsLedgerStatus
            MOVE "SIGNBAL" TO logFileName
            MOVE wsLedgerStatus TO logFileStatus
            MOVE "OPEN FAILED - POSTING SKIPPED" TO logActionTaken
            PERFORM logFileErrorAction
        ELSE
            PERFORM UNTIL validEntry
                DISPLAY "Ledger account (blank to abandon):"
                ACCEPT wsPostAccountInput
                IF wsPostAccountInput = SPACES
                    MOVE "Y" TO validEntrySwitch
                    DISPLAY "Posting abandoned."
                ELSE
                    PERFORM checkLedgerAccountAction
                END-IF
            END-PERFORM
            CLOSE LEDGER-BALANCE-FILE
        END-IF.

    checkLedgerAccountAction.
        MOVE wsPostAccountInput TO BalanceAccountId.
        READ LEDGER-BALANCE-FILE
            INVALID KEY
                DISPLAY "Account " wsPostAccountInput
                    " is not on the ledger - please re-enter."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT AccountOpen
                        DISPLAY "Account " wsPostAccountInput
                            " is frozen or closed - please re-enter."
                    WHEN NOT SterlingAccount
                        DISPLAY "Account " wsPostAccountInput
                            " is held in " BalanceCurrency
                            " - post it through the currency route."
                    WHEN OTHER
                        MOVE "Y" TO validEntrySwitch
                        SET ledgerAccountAccepted TO TRUE
                        DISPLAY "  Current balance: " BalanceAmount
                END-EVALUATE
        END-READ.

    acceptLedgerReferenceAction.
        MOVE SPACES TO wsPostReferenceInput.
        PERFORM UNTIL wsPostReferenceInput NOT = SPACES
            DISPLAY "Posting reference (up to 10 characters):"
            ACCEPT wsPostReferenceInput
        END-PERFORM.

    writeLedgerPostingAction.
        OPEN EXTEND POSTING-FILE.
        IF wsPostingStatus NOT = "00"
            OPEN OUTPUT POSTING-FILE
        END-IF.
        IF wsPostingStatus NOT = "00"
            DISPLAY "Postings file unavailable - " wsPostingStatus
            MOVE "SIGNPOST" TO logFileName
            MOVE wsPostingStatus TO logFileStatus
            MOVE "OPEN FAILED - POSTING SKIPPED" TO logActionTaken
            PERFORM logFileErrorAction
        ELSE
            PERFORM writeSourceHeaderAction
            MOVE wsPostAccountInput TO PostAccountId
            MOVE accumulator TO PostAmount
            MOVE wsPostReferenceInput TO PostReference
            MOVE wsRunDate TO PostDate
            PERFORM writeSourcePostingAction
            PERFORM writeSourceTrailerAction
            CLOSE POSTING-FILE
            SET ledgerPosted TO TRUE
            MOVE "POST" TO wsLastOperationName
            ADD 1 TO countLedgerPost
            DISPLAY "Posted to " PostAccountId " reference "
                PostReference " under run " regRunId "."
        END-IF.

    writeSourceHeaderAction.
        MOVE wsOperatorId TO regOperator.
        MOVE "O" TO regFunction.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
        MOVE SPACES TO sourceLine.
        SET SrcHeaderLine TO TRUE.
        MOVE regProgram TO SrcProgram.
        MOVE regRunId TO SrcRunId.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE 0 TO sourcePostingCount.
        MOVE 0 TO sourceNetAmount.

    writeSourcePostingAction.
        WRITE PostingRecord.
        ADD 1 TO sourcePostingCount.
        ADD PostAmount TO sourceNetAmount.

    writeSourceTrailerAction.
        MOVE SPACES TO sourceLine.
        SET SrcTrailerLine TO TRUE.
        MOVE sourcePostingCount TO SrcPostingCount.
        MOVE sourceNetAmount TO SrcNetAmount.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE "C" TO regFunction.
        MOVE sourcePostingCount TO regCount.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.
