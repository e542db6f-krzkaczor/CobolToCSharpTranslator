IDENTIFICATION DIVISION.
PROGRAM-ID.  JournalReverse.

*> Reverses a whole journal that went through SignedArith wrongly -
*> the wrong month's standing orders, a billing run against the wrong
*> term - without the contra postings being keyed by hand.  The
*> REVPRM control record names what is to be reversed: a posting
*> reference (kind P, the default) or the batch reference of a BAT
*> journal batch (kind B, looked up on the SIGNBATL batch log that
*> SignedArith keeps).  Every SIGNHIST entry it made is collected and
*> an equal and opposite posting generated for each under a new RJ
*> reversal reference, on the original posting date so the reversal
*> lands in the same period.  A VAT-coded entry is reversed gross
*> with its VAT code, so SignedArith takes the tax back off VATCTRL
*> and VatReturn sees the reversal; the VATCTRL half of the split is
*> not reversed separately.  When the originals net to zero the
*> reversal goes onto SIGNPOST as a balanced BAT/END batch under the
*> reversal reference; one-sided originals are reversed one-sided,
*> exactly mirroring what was posted.
*>
*> REVPRM mode L posts the reversal; any other mode is a trial run
*> that prints it on the REVRPT report for approval and posts
*> nothing.  A live run records each original reference against its
*> reversal on the JRNLREV reversal register, so the REVRPT line
*> "reverses" and the register both point the RJ reference back to
*> the original.  The run is refused with RETURN-CODE 8 - nothing
*> posted - when the reference (or any posting reference in the
*> batch) is already on the register, when any entry to reverse is
*> dated into a period closed on SIGNPERD, when nothing on SIGNHIST
*> matches, or when the journal is bigger than a SignedArith batch.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The SIGNHIST record layout now comes from the shared SIGNHIST
*>   copybook used by every program that reads the history.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVERSE-PARAMETER-FILE ASSIGN TO "REVPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT BATCH-LOG-FILE ASSIGN TO "SIGNBATL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBatchLogStatus.

    SELECT PERIOD-FILE ASSIGN TO "SIGNPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPeriodStatus.

    SELECT REVERSAL-REGISTER-FILE ASSIGN TO "JRNLREV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT REVERSE-REPORT-FILE ASSIGN TO "REVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  REVERSE-PARAMETER-FILE.
01  ReverseParameterRecord.
    05  ParmMode            PIC X.
    05  ParmKind            PIC X.
    05  ParmReference       PIC X(10).

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  BATCH-LOG-FILE.
01  BatchLogRecord.
    COPY SIGNBATL.

FD  PERIOD-FILE.
01  PeriodRecord.
    05  PeriodId        PIC 9(6).
    05  PeriodStatus    PIC X.
        88 periodClosed VALUE "C".

FD  REVERSAL-REGISTER-FILE.
01  ReversalRegisterRecord.
    COPY JRNLREV.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).
    05  PostCurrency        PIC X(3).
    05  PostCurrencyAmount  PIC S9(7)V99.
    05  PostVatCode         PIC X(2).

FD  REVERSE-REPORT-FILE.
01  ReverseReportLine       PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsBatchLogStatus PIC XX VALUE "00".
01 wsPeriodStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 batchLogEofSwitch PIC X VALUE "N".
   88 batchLogEof VALUE "Y".
01 periodEofSwitch PIC X VALUE "N".
   88 periodEof VALUE "Y".
01 registerEofSwitch PIC X VALUE "N".
   88 registerEof VALUE "Y".
01 runRefusedSwitch PIC X VALUE "N".
   88 runRefused VALUE "Y".
01 keyFoundSwitch PIC X VALUE "N".
   88 keyFound VALUE "Y".

01 wsRunMode PIC X VALUE "T".
   88 liveRun VALUE "L".
01 wsReverseKind PIC X VALUE "P".
   88 reverseBatch   VALUE "B".
   88 reversePosting VALUE "P".
01 wsOriginalReference PIC X(10) VALUE SPACES.
01 wsRefusalReason PIC X(48) VALUE SPACES.
01 vatControlAccount PIC X(8) VALUE "VATCTRL".

*> Closed posting periods from SIGNPERD.
01 periodTableCount PIC 9(2) VALUE 0.
01 periodTableIndex PIC 9(2) VALUE 0.
01 periodTable.
    05 periodTableEntry OCCURS 48 TIMES.
        10 periodTabId     PIC 9(6).

*> The reversal register: every original reference already reversed
*> and every batch reference reversed as a whole.
01 regTableCount PIC 9(4) VALUE 0.
01 regTableIndex PIC 9(4) VALUE 0.
01 wsRegNotLoadedCount PIC 9(5) VALUE 0.
01 regTable.
    05 regTableEntry OCCURS 5000 TIMES.
        10 regBatchReference    PIC X(10).
        10 regOriginalReference PIC X(10).
        10 regReversalReference PIC X(10).
01 wsLastSequence PIC 9(8) VALUE 0.
01 wsReversalReference.
   05 FILLER PIC X(2) VALUE "RJ".
   05 wsReversalSequence PIC 9(8) VALUE 0.

*> The posting reference and date of each entry to reverse: one key
*> of any date for a posting reference, one per batch line for a
*> batch.
01 keyTableCount PIC 9(3) VALUE 0.
01 keyTableIndex PIC 9(3) VALUE 0.
01 keyTable.
    05 keyTableEntry OCCURS 200 TIMES.
        10 keyReference PIC X(10).
        10 keyDate      PIC 9(8).

*> The SIGNHIST entries found and the contra posting for each.  A
*> SignedArith batch holds 200 postings, so the reversal does too.
01 lineTableCount PIC 9(3) VALUE 0.
01 lineTableIndex PIC 9(3) VALUE 0.
01 lineTable.
    05 lineTableEntry OCCURS 200 TIMES.
        10 lineAccount        PIC X(8).
        10 lineDate           PIC 9(8).
        10 lineReference      PIC X(10).
        10 lineOriginalAmount PIC S9(7)V99.
        10 lineReverseAmount  PIC S9(7)V99.
        10 lineCurrency       PIC X(3).
        10 lineCurrencyAmount PIC S9(7)V99.
        10 lineVatCode        PIC X(2).
01 wsLinesOverflowed PIC 9(5) VALUE 0.
01 wsClosedLineCount PIC 9(3) VALUE 0.
01 wsReversedLineCount PIC 9(3) VALUE 0.
01 wsFirstClosedPeriod PIC 9(6) VALUE 0.
01 wsAlreadyReversedBy PIC X(10) VALUE SPACES.
01 wsAlreadyReversedRef PIC X(10) VALUE SPACES.

*> Distinct original references, written to the register one each.
01 origTableCount PIC 9(3) VALUE 0.
01 origTableIndex PIC 9(3) VALUE 0.
01 origTable.
    05 origTableEntry OCCURS 200 TIMES.
        10 origReference PIC X(10).
        10 origLineCount PIC 9(5).
        10 origDebits    PIC 9(9)V99.
        10 origCredits   PIC 9(9)V99.

01 wsReverseNet PIC S9(9)V99 VALUE 0.
01 wsDebitTotal PIC 9(9)V99 VALUE 0.
01 wsCreditTotal PIC 9(9)V99 VALUE 0.
01 balancedSwitch PIC X VALUE "N".
   88 reversalBalanced VALUE "Y".

01 wsBatchLine.
   05 wsBatchTag        PIC X(3).
   05 wsBatchReference  PIC X(10).
   05 FILLER            PIC X(36) VALUE SPACES.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsEditedAmount PIC -(7)9.99.
01 wsEditedReverse PIC -(7)9.99.
01 wsEditedTotal PIC Z(8)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "JournalReverse".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    IF NOT runRefused
        PERFORM loadRegisterAction
    END-IF.
    IF NOT runRefused
        PERFORM loadPeriodTableAction
        PERFORM buildKeyTableAction
    END-IF.
    IF NOT runRefused
        PERFORM collectHistoryAction
    END-IF.
    IF NOT runRefused
        PERFORM checkAlreadyReversedAction
    END-IF.
    IF NOT runRefused
        PERFORM checkClosedPeriodsAction
    END-IF.
    OPEN OUTPUT REVERSE-REPORT-FILE.
    PERFORM writeReportHeadingAction.
    IF runRefused
        MOVE SPACES TO wsListLine
        STRING "REVERSAL REFUSED - " DELIMITED BY SIZE
               wsRefusalReason DELIMITED BY SIZE
               INTO wsListLine
        END-STRING
        WRITE ReverseReportLine FROM wsListLine
        CLOSE REVERSE-REPORT-FILE
        DISPLAY "**************************************************"
        DISPLAY "* JOURNAL REVERSAL REFUSED - NOTHING POSTED.     *"
        DISPLAY "**************************************************"
        DISPLAY "Reason: " wsRefusalReason
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    ADD 1 TO wsLastSequence GIVING wsReversalSequence.
    PERFORM workReversalAction.
    PERFORM writeReversalLinesAction.
    IF liveRun
        PERFORM postReversalAction
        PERFORM writeRegisterAction
        MOVE "Reversal posted to SIGNPOST for the next ledger run."
            TO wsListLine
    ELSE
        MOVE "TRIAL RUN - nothing posted.  Set REVPRM mode L to post."
            TO wsListLine
    END-IF.
    WRITE ReverseReportLine FROM wsListLine.
    CLOSE REVERSE-REPORT-FILE.
    DISPLAY "=====================".
    IF liveRun
        DISPLAY " Journal reversal " wsReversalReference " posted"
    ELSE
        DISPLAY " Journal reversal " wsReversalReference " - TRIAL"
    END-IF.
    DISPLAY " Reverses        : " wsOriginalReference.
    DISPLAY " Entries reversed: " wsReversedLineCount.
    MOVE wsDebitTotal TO wsEditedTotal.
    DISPLAY " Debits          : " wsEditedTotal.
    MOVE wsCreditTotal TO wsEditedTotal.
    DISPLAY " Credits         : " wsEditedTotal.
    DISPLAY "=====================".
    GOBACK.

    loadParametersAction.
        OPEN INPUT REVERSE-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ REVERSE-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ParmMode TO wsRunMode
                    IF ParmKind NOT = SPACE
                        MOVE ParmKind TO wsReverseKind
                    END-IF
                    MOVE ParmReference TO wsOriginalReference
            END-READ
            CLOSE REVERSE-PARAMETER-FILE
        END-IF.
        EVALUATE TRUE
            WHEN wsOriginalReference = SPACES
                MOVE "REVPRM names no reference to reverse"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            WHEN NOT reverseBatch AND NOT reversePosting
                MOVE "REVPRM kind must be P (posting) or B (batch)"
                    TO wsRefusalReason
                SET runRefused TO TRUE
        END-EVALUATE.

    loadRegisterAction.
        MOVE 0 TO regTableCount.
        MOVE "N" TO registerEofSwitch.
        OPEN INPUT REVERSAL-REGISTER-FILE.
        IF wsRegisterStatus = "00"
            PERFORM readRegisterAction
            PERFORM addRegisterEntryAction UNTIL registerEof
            CLOSE REVERSAL-REGISTER-FILE
        END-IF.
        IF wsRegNotLoadedCount > 0
            MOVE "the JRNLREV register exceeds the work table"
                TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF.

    readRegisterAction.
        READ REVERSAL-REGISTER-FILE
            AT END
                SET registerEof TO TRUE
        END-READ.

    addRegisterEntryAction.
        IF RevlReversalSequence IS NUMERIC
            AND RevlReversalSequence > wsLastSequence
            MOVE RevlReversalSequence TO wsLastSequence
        END-IF.
        IF regTableCount < 5000
            ADD 1 TO regTableCount
            MOVE RevlBatchReference TO regBatchReference(regTableCount)
            MOVE RevlOriginalReference
                TO regOriginalReference(regTableCount)
            MOVE RevlReversalReference
                TO regReversalReference(regTableCount)
        ELSE
            ADD 1 TO wsRegNotLoadedCount
        END-IF.
        PERFORM readRegisterAction.

    loadPeriodTableAction.
        MOVE 0 TO periodTableCount.
        MOVE "N" TO periodEofSwitch.
        OPEN INPUT PERIOD-FILE.
        IF wsPeriodStatus = "00"
            PERFORM readPeriodAction
            PERFORM UNTIL periodEof
                IF periodClosed AND periodTableCount < 48
                    ADD 1 TO periodTableCount
                    MOVE PeriodId TO periodTabId(periodTableCount)
                END-IF
                PERFORM readPeriodAction
            END-PERFORM
            CLOSE PERIOD-FILE
        END-IF.

    readPeriodAction.
        READ PERIOD-FILE
            AT END
                SET periodEof TO TRUE
        END-READ.

    buildKeyTableAction.
*>      A posting reference is one key of any date; a batch brings
*>      each posting reference and date it applied from SIGNBATL.
        MOVE 0 TO keyTableCount.
        IF reversePosting
            MOVE 1 TO keyTableCount
            MOVE wsOriginalReference TO keyReference(1)
            MOVE 0 TO keyDate(1)
        ELSE
            MOVE "N" TO batchLogEofSwitch
            OPEN INPUT BATCH-LOG-FILE
            IF wsBatchLogStatus = "00"
                PERFORM readBatchLogAction
                PERFORM addBatchKeyAction UNTIL batchLogEof
                CLOSE BATCH-LOG-FILE
            END-IF
            IF keyTableCount = 0
                MOVE "the batch is not on the SIGNBATL batch log"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            END-IF
        END-IF.

    readBatchLogAction.
        READ BATCH-LOG-FILE
            AT END
                SET batchLogEof TO TRUE
        END-READ.

    addBatchKeyAction.
        IF BatlBatchReference = wsOriginalReference
            MOVE "N" TO keyFoundSwitch
            PERFORM VARYING keyTableIndex FROM 1 BY 1
                UNTIL keyTableIndex > keyTableCount OR keyFound
                IF keyReference(keyTableIndex) = BatlReference
                    AND keyDate(keyTableIndex) = BatlDate
                    SET keyFound TO TRUE
                END-IF
            END-PERFORM
            IF NOT keyFound AND keyTableCount < 200
                ADD 1 TO keyTableCount
                MOVE BatlReference TO keyReference(keyTableCount)
                MOVE BatlDate TO keyDate(keyTableCount)
            END-IF
        END-IF.
        PERFORM readBatchLogAction.

    collectHistoryAction.
        MOVE 0 TO lineTableCount.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM collectOneEntryAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.
        EVALUATE TRUE
            WHEN wsLinesOverflowed > 0
                MOVE "more than 200 entries - too big for one batch"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            WHEN lineTableCount = 0
                MOVE "no SIGNHIST entries carry that reference"
                    TO wsRefusalReason
                SET runRefused TO TRUE
        END-EVALUATE.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    collectOneEntryAction.
*>      The VATCTRL half of a VAT split is left alone - the target
*>      entry is reversed gross with its code, and SignedArith splits
*>      the tax back off the control account itself.
        MOVE "N" TO keyFoundSwitch.
        PERFORM VARYING keyTableIndex FROM 1 BY 1
            UNTIL keyTableIndex > keyTableCount OR keyFound
            IF keyReference(keyTableIndex) = HistReference
                AND (keyDate(keyTableIndex) = 0
                     OR keyDate(keyTableIndex) = HistDate)
                SET keyFound TO TRUE
            END-IF
        END-PERFORM.
        IF keyFound AND HistAmount NOT = 0
            AND NOT (HistAccountId = vatControlAccount
                     AND HistVatCode NOT = SPACES)
            IF lineTableCount < 200
                ADD 1 TO lineTableCount
                PERFORM storeEntryAction
            ELSE
                ADD 1 TO wsLinesOverflowed
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    storeEntryAction.
        MOVE HistAccountId TO lineAccount(lineTableCount).
        MOVE HistDate TO lineDate(lineTableCount).
        MOVE HistReference TO lineReference(lineTableCount).
        MOVE HistAmount TO lineOriginalAmount(lineTableCount).
        IF HistVatCode NOT = SPACES
*>          Gross it back up and let the posting run split it again;
*>          sterling only, the currency follows at the day's rate.
            COMPUTE lineReverseAmount(lineTableCount) =
                0 - HistAmount - HistVatAmount
            MOVE HistVatCode TO lineVatCode(lineTableCount)
            MOVE SPACES TO lineCurrency(lineTableCount)
            MOVE 0 TO lineCurrencyAmount(lineTableCount)
        ELSE
            COMPUTE lineReverseAmount(lineTableCount) =
                0 - HistAmount
            MOVE SPACES TO lineVatCode(lineTableCount)
            MOVE HistCurrency TO lineCurrency(lineTableCount)
            COMPUTE lineCurrencyAmount(lineTableCount) =
                0 - HistCurrencyAmount
        END-IF.

    checkAlreadyReversedAction.
        MOVE SPACES TO wsAlreadyReversedBy.
        PERFORM VARYING regTableIndex FROM 1 BY 1
            UNTIL regTableIndex > regTableCount
                OR wsAlreadyReversedBy NOT = SPACES
            IF reverseBatch
                AND regBatchReference(regTableIndex) =
                    wsOriginalReference
                MOVE regReversalReference(regTableIndex)
                    TO wsAlreadyReversedBy
                MOVE wsOriginalReference TO wsAlreadyReversedRef
            END-IF
            PERFORM VARYING lineTableIndex FROM 1 BY 1
                UNTIL lineTableIndex > lineTableCount
                    OR wsAlreadyReversedBy NOT = SPACES
                IF regOriginalReference(regTableIndex) =
                    lineReference(lineTableIndex)
                    MOVE regReversalReference(regTableIndex)
                        TO wsAlreadyReversedBy
                    MOVE lineReference(lineTableIndex)
                        TO wsAlreadyReversedRef
                END-IF
            END-PERFORM
        END-PERFORM.
        IF wsAlreadyReversedBy NOT = SPACES
            MOVE SPACES TO wsRefusalReason
            STRING wsAlreadyReversedRef DELIMITED BY SPACE
                   " is already reversed by " DELIMITED BY SIZE
                   wsAlreadyReversedBy DELIMITED BY SIZE
                   INTO wsRefusalReason
            END-STRING
            SET runRefused TO TRUE
        END-IF.

    checkClosedPeriodsAction.
        MOVE 0 TO wsClosedLineCount.
        PERFORM VARYING lineTableIndex FROM 1 BY 1
            UNTIL lineTableIndex > lineTableCount
            PERFORM VARYING periodTableIndex FROM 1 BY 1
                UNTIL periodTableIndex > periodTableCount
                IF periodTabId(periodTableIndex) =
                    lineDate(lineTableIndex)(1:6)
                    ADD 1 TO wsClosedLineCount
                    IF wsFirstClosedPeriod = 0
                        MOVE periodTabId(periodTableIndex)
                            TO wsFirstClosedPeriod
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM.
        IF wsClosedLineCount > 0
            MOVE SPACES TO wsRefusalReason
            STRING wsClosedLineCount DELIMITED BY SIZE
                   " entr(ies) in closed period " DELIMITED BY SIZE
                   wsFirstClosedPeriod DELIMITED BY SIZE
                   INTO wsRefusalReason
            END-STRING
            SET runRefused TO TRUE
        END-IF.

    workReversalAction.
        MOVE 0 TO wsReverseNet.
        MOVE 0 TO wsDebitTotal.
        MOVE 0 TO wsCreditTotal.
        MOVE 0 TO origTableCount.
        PERFORM VARYING lineTableIndex FROM 1 BY 1
            UNTIL lineTableIndex > lineTableCount
            ADD lineReverseAmount(lineTableIndex) TO wsReverseNet
            PERFORM findOriginalAction
            ADD 1 TO origLineCount(origTableIndex)
            IF lineReverseAmount(lineTableIndex) < 0
                SUBTRACT lineReverseAmount(lineTableIndex)
                    FROM wsDebitTotal
                SUBTRACT lineReverseAmount(lineTableIndex)
                    FROM origDebits(origTableIndex)
            ELSE
                ADD lineReverseAmount(lineTableIndex) TO wsCreditTotal
                ADD lineReverseAmount(lineTableIndex)
                    TO origCredits(origTableIndex)
            END-IF
        END-PERFORM.
        MOVE lineTableCount TO wsReversedLineCount.
        IF wsReverseNet = 0
            SET reversalBalanced TO TRUE
        END-IF.

    findOriginalAction.
        MOVE "N" TO keyFoundSwitch.
        PERFORM VARYING origTableIndex FROM 1 BY 1
            UNTIL origTableIndex > origTableCount OR keyFound
            IF origReference(origTableIndex) =
                lineReference(lineTableIndex)
                SET keyFound TO TRUE
            END-IF
        END-PERFORM.
        IF keyFound
            SUBTRACT 1 FROM origTableIndex
        ELSE
            ADD 1 TO origTableCount
            MOVE origTableCount TO origTableIndex
            MOVE lineReference(lineTableIndex)
                TO origReference(origTableIndex)
            MOVE 0 TO origLineCount(origTableIndex)
            MOVE 0 TO origDebits(origTableIndex)
            MOVE 0 TO origCredits(origTableIndex)
        END-IF.

    writeReportHeadingAction.
        IF liveRun
            MOVE "Journal reversal - LIVE" TO wsListLine
        ELSE
            MOVE "Journal reversal - TRIAL (nothing posted)"
                TO wsListLine
        END-IF.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE "=========================================" TO wsListLine.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF reverseBatch
            STRING "Run date: " DELIMITED BY SIZE
                   wsRunDate DELIMITED BY SIZE
                   "   Batch reference: " DELIMITED BY SIZE
                   wsOriginalReference DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            STRING "Run date: " DELIMITED BY SIZE
                   wsRunDate DELIMITED BY SIZE
                   "   Posting reference: " DELIMITED BY SIZE
                   wsOriginalReference DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE ReverseReportLine FROM wsListLine.

    writeReversalLinesAction.
        MOVE SPACES TO wsListLine.
        STRING "Reversal " DELIMITED BY SIZE
               wsReversalReference DELIMITED BY SIZE
               " reverses " DELIMITED BY SIZE
               wsOriginalReference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE "Account   Date      Reference     Original     Reversal"
            TO wsListLine.
        MOVE "VAT" TO wsListLine(60:).
        WRITE ReverseReportLine FROM wsListLine.
        PERFORM VARYING lineTableIndex FROM 1 BY 1
            UNTIL lineTableIndex > lineTableCount
            MOVE lineOriginalAmount(lineTableIndex) TO wsEditedAmount
            MOVE lineReverseAmount(lineTableIndex) TO wsEditedReverse
            MOVE SPACES TO wsListLine
            STRING lineAccount(lineTableIndex) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   lineDate(lineTableIndex) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   lineReference(lineTableIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsEditedAmount DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsEditedReverse DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   lineVatCode(lineTableIndex) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE ReverseReportLine FROM wsListLine
        END-PERFORM.
        MOVE SPACES TO wsListLine.
        WRITE ReverseReportLine FROM wsListLine.
        MOVE wsDebitTotal TO wsEditedTotal.
        MOVE SPACES TO wsListLine.
        STRING "Entries " DELIMITED BY SIZE
               wsReversedLineCount DELIMITED BY SIZE
               "   reversal debits " DELIMITED BY SIZE
               wsEditedTotal DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        MOVE wsCreditTotal TO wsEditedTotal.
        STRING "   credits " DELIMITED BY SIZE
               wsEditedTotal DELIMITED BY SIZE
               INTO wsListLine(49:)
        END-STRING.
        WRITE ReverseReportLine FROM wsListLine.
        IF reversalBalanced
            MOVE "Balanced - posted as one journal batch." TO wsListLine
        ELSE
            MOVE "Originals were one-sided - reversed one-sided."
                TO wsListLine
        END-IF.
        WRITE ReverseReportLine FROM wsListLine.

    postReversalAction.
        OPEN EXTEND POSTING-FILE.
        IF wsPostingStatus NOT = "00"
            OPEN OUTPUT POSTING-FILE
        END-IF.
        PERFORM writeSourceHeaderAction.
        IF reversalBalanced
            MOVE "BAT" TO wsBatchTag
            MOVE wsReversalReference TO wsBatchReference
            MOVE wsBatchLine TO PostingRecord
            WRITE PostingRecord
        END-IF.
        PERFORM VARYING lineTableIndex FROM 1 BY 1
            UNTIL lineTableIndex > lineTableCount
            MOVE lineAccount(lineTableIndex) TO PostAccountId
            MOVE lineReverseAmount(lineTableIndex) TO PostAmount
            MOVE wsReversalReference TO PostReference
            MOVE lineDate(lineTableIndex) TO PostDate
            MOVE lineCurrency(lineTableIndex) TO PostCurrency
            MOVE lineCurrencyAmount(lineTableIndex)
                TO PostCurrencyAmount
            MOVE lineVatCode(lineTableIndex) TO PostVatCode
            PERFORM writeSourcePostingAction
        END-PERFORM.
        IF reversalBalanced
            MOVE "END" TO wsBatchTag
            MOVE wsBatchLine TO PostingRecord
            WRITE PostingRecord
        END-IF.
        PERFORM writeSourceTrailerAction.
        CLOSE POSTING-FILE.

    writeRegisterAction.
        OPEN EXTEND REVERSAL-REGISTER-FILE.
        IF wsRegisterStatus NOT = "00"
            OPEN OUTPUT REVERSAL-REGISTER-FILE
        END-IF.
        PERFORM VARYING origTableIndex FROM 1 BY 1
            UNTIL origTableIndex > origTableCount
            IF reverseBatch
                MOVE wsOriginalReference TO RevlBatchReference
            ELSE
                MOVE SPACES TO RevlBatchReference
            END-IF
            MOVE origReference(origTableIndex)
                TO RevlOriginalReference
            MOVE wsReversalReference TO RevlReversalReference
            MOVE wsRunDate TO RevlRunDate
            MOVE origLineCount(origTableIndex) TO RevlLineCount
            MOVE origDebits(origTableIndex) TO RevlDebitTotal
            MOVE origCredits(origTableIndex) TO RevlCreditTotal
            WRITE ReversalRegisterRecord
        END-PERFORM.
        CLOSE REVERSAL-REGISTER-FILE.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
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
