IDENTIFICATION DIVISION.
PROGRAM-ID.  GlAckMatch.

*> Matches the finance system's acknowledgements of the GlInterface
*> journal files back against the GLLOG interface log.  The finance
*> system sends GLACK with an A record per interface file it has
*> processed - our sequence number, status A accepted or R rejected
*> with a reason, and the count of journal lines it received.  Every
*> acknowledgement is kept on the GLACKHST acknowledgement history
*> (a later one for the same sequence, such as an acceptance after a
*> rejected file has been put right, supersedes an earlier one), so
*> an interface run stays matched once it has been accepted.
*>
*> The GLACKRPT report lists every interface run the finance system
*> rejected, every run it has never acknowledged (a run from today is
*> shown as awaiting, not missing), every acceptance whose line
*> count differs from what we sent, and any acknowledgement for a
*> sequence number we never sent, which means the two systems are out
*> of step.  Anything wrong ends the run with RETURN-CODE 4 so the
*> schedule flags it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-LOG-FILE ASSIGN TO "GLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

    SELECT ACKNOWLEDGE-FILE ASSIGN TO "GLACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAckStatus.

    SELECT ACK-HISTORY-FILE ASSIGN TO "GLACKHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAckHistoryStatus.

    SELECT ACK-REPORT-FILE ASSIGN TO "GLACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  GL-LOG-FILE.
01  GlLogRecord.
    COPY GLRUNLOG.

FD  ACKNOWLEDGE-FILE.
01  AcknowledgeRecord.
    COPY GLACK.

FD  ACK-HISTORY-FILE.
01  AckHistoryRecord.
    05  HistAck.
        10  HistAckRecordType   PIC X.
        10  HistAckSequence     PIC 9(6).
        10  HistAckStatus       PIC X.
        10  HistAckRecordCount  PIC 9(6).
        10  HistAckReason       PIC X(30).
    05  HistAckReceivedDate     PIC 9(8).

FD  ACK-REPORT-FILE.
01  AckReportLine       PIC X(100).

WORKING-STORAGE SECTION.
01 wsLogStatus PIC XX VALUE "00".
01 wsAckStatus PIC XX VALUE "00".
01 wsAckHistoryStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 logEofSwitch PIC X VALUE "N".
   88 logEof VALUE "Y".
01 ackEofSwitch PIC X VALUE "N".
   88 ackEof VALUE "Y".
01 ackHistoryEofSwitch PIC X VALUE "N".
   88 ackHistoryEof VALUE "Y".
01 ackHistoryOpenSwitch PIC X VALUE "N".
   88 ackHistoryOpen VALUE "Y".

*> One entry per interface run sent, with the latest word from the
*> finance system about it.
01 runTableCount PIC 9(4) VALUE 0.
01 runTableIndex PIC 9(4) VALUE 0.
01 runFoundIndex PIC 9(4) VALUE 0.
01 wsDroppedCount PIC 9(4) VALUE 0.
01 runTable.
    05 runTableEntry OCCURS 3000 TIMES.
        10 runSequence  PIC 9(6).
        10 runDate      PIC 9(8).
        10 runFromDate  PIC 9(8).
        10 runToDate    PIC 9(8).
        10 runCount     PIC 9(6).
        10 runOutcome   PIC X.
           88 runUnacknowledged VALUE "U".
           88 runAccepted       VALUE "A".
           88 runRejected       VALUE "R".
        10 runAckCount  PIC 9(6).
        10 runAckReason PIC X(30).

01 wsAckSequence PIC 9(6) VALUE 0.
01 wsAckOutcome PIC X VALUE SPACE.
01 wsAckCount PIC 9(6) VALUE 0.
01 wsAckReason PIC X(30) VALUE SPACES.

01 wsNewAckCount PIC 9(4) VALUE 0.
01 wsAcceptedCount PIC 9(4) VALUE 0.
01 wsRejectedCount PIC 9(4) VALUE 0.
01 wsMissingCount PIC 9(4) VALUE 0.
01 wsAwaitingCount PIC 9(4) VALUE 0.
01 wsCountDiffCount PIC 9(4) VALUE 0.
01 wsUnknownAckCount PIC 9(4) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN OUTPUT ACK-REPORT-FILE.
    MOVE "General-ledger interface acknowledgement match"
        TO wsListLine.
    WRITE AckReportLine FROM wsListLine.
    MOVE "=============================================="
        TO wsListLine.
    WRITE AckReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE AckReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE AckReportLine FROM wsListLine.

    PERFORM loadInterfaceLogAction.
    IF runTableCount = 0
        MOVE "No interface runs on GLLOG to match." TO wsListLine
        WRITE AckReportLine FROM wsListLine
        CLOSE ACK-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM applyAckHistoryAction.
    PERFORM matchAcknowledgementsAction.
    PERFORM reportOutcomesAction.
    CLOSE ACK-REPORT-FILE.
    DISPLAY "GL acknowledgement match complete - " wsRejectedCount
        " rejected, " wsMissingCount " not received.".
    IF wsRejectedCount > 0 OR wsMissingCount > 0
        OR wsCountDiffCount > 0 OR wsUnknownAckCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadInterfaceLogAction.
        MOVE 0 TO runTableCount.
        MOVE "N" TO logEofSwitch.
        OPEN INPUT GL-LOG-FILE.
        IF wsLogStatus = "00"
            PERFORM readLogAction
            PERFORM addRunEntryAction UNTIL logEof
            CLOSE GL-LOG-FILE
        END-IF.

    readLogAction.
        READ GL-LOG-FILE
            AT END
                SET logEof TO TRUE
        END-READ.

    addRunEntryAction.
        IF runTableCount < 3000
            ADD 1 TO runTableCount
            MOVE GlLogSequence TO runSequence(runTableCount)
            MOVE GlLogRunDate TO runDate(runTableCount)
            MOVE GlLogFromDate TO runFromDate(runTableCount)
            MOVE GlLogToDate TO runToDate(runTableCount)
            MOVE GlLogRecordCount TO runCount(runTableCount)
            MOVE "U" TO runOutcome(runTableCount)
            MOVE 0 TO runAckCount(runTableCount)
            MOVE SPACES TO runAckReason(runTableCount)
        ELSE
            ADD 1 TO wsDroppedCount
        END-IF.
        PERFORM readLogAction.

    applyAckHistoryAction.
*>      Acknowledgements already received, in the order they came.
        MOVE "N" TO ackHistoryEofSwitch.
        OPEN INPUT ACK-HISTORY-FILE.
        IF wsAckHistoryStatus = "00"
            PERFORM readAckHistoryAction
            PERFORM UNTIL ackHistoryEof
                MOVE HistAckSequence TO wsAckSequence
                MOVE HistAckStatus TO wsAckOutcome
                MOVE HistAckRecordCount TO wsAckCount
                MOVE HistAckReason TO wsAckReason
                PERFORM findRunAction
                IF runFoundIndex > 0
                    PERFORM recordOutcomeAction
                END-IF
                PERFORM readAckHistoryAction
            END-PERFORM
            CLOSE ACK-HISTORY-FILE
        END-IF.

    readAckHistoryAction.
        READ ACK-HISTORY-FILE
            AT END
                SET ackHistoryEof TO TRUE
        END-READ.

    matchAcknowledgementsAction.
        MOVE "N" TO ackEofSwitch.
        OPEN INPUT ACKNOWLEDGE-FILE.
        IF wsAckStatus = "00"
            PERFORM readAckAction
            PERFORM matchOneAckAction UNTIL ackEof
            CLOSE ACKNOWLEDGE-FILE
            IF ackHistoryOpen
                CLOSE ACK-HISTORY-FILE
            END-IF
        ELSE
            MOVE "No acknowledgement file this run - outstanding"
                TO wsListLine
            WRITE AckReportLine FROM wsListLine
            MOVE "runs are reported from the acknowledgement history."
                TO wsListLine
            WRITE AckReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            WRITE AckReportLine FROM wsListLine
        END-IF.

    readAckAction.
        READ ACKNOWLEDGE-FILE
            AT END
                SET ackEof TO TRUE
        END-READ.

    matchOneAckAction.
        IF AckRecordType = "A"
            MOVE AckSequence TO wsAckSequence
            MOVE AckStatus TO wsAckOutcome
            MOVE AckRecordCount TO wsAckCount
            MOVE AckReason TO wsAckReason
            PERFORM findRunAction
            IF runFoundIndex = 0
                ADD 1 TO wsUnknownAckCount
                MOVE SPACES TO wsListLine
                STRING "Acknowledgement for run " DELIMITED BY SIZE
                       AckSequence DELIMITED BY SIZE
                       " - NEVER SENT, FILES OUT OF STEP"
                           DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE AckReportLine FROM wsListLine
            ELSE
                IF runOutcome(runFoundIndex) NOT = wsAckOutcome
                    OR runAckCount(runFoundIndex) NOT = wsAckCount
                    OR runAckReason(runFoundIndex) NOT = wsAckReason
                    PERFORM recordOutcomeAction
                    PERFORM appendAckHistoryAction
                END-IF
            END-IF
        END-IF.
        PERFORM readAckAction.

    findRunAction.
        MOVE 0 TO runFoundIndex.
        PERFORM VARYING runTableIndex FROM 1 BY 1
            UNTIL runTableIndex > runTableCount OR runFoundIndex > 0
            IF runSequence(runTableIndex) = wsAckSequence
                MOVE runTableIndex TO runFoundIndex
            END-IF
        END-PERFORM.

    recordOutcomeAction.
        IF wsAckOutcome = "A" OR wsAckOutcome = "R"
            MOVE wsAckOutcome TO runOutcome(runFoundIndex)
            MOVE wsAckCount TO runAckCount(runFoundIndex)
            MOVE wsAckReason TO runAckReason(runFoundIndex)
        END-IF.

    appendAckHistoryAction.
        IF NOT ackHistoryOpen
            OPEN EXTEND ACK-HISTORY-FILE
            IF wsAckHistoryStatus NOT = "00"
                OPEN OUTPUT ACK-HISTORY-FILE
            END-IF
            SET ackHistoryOpen TO TRUE
        END-IF.
        MOVE AcknowledgeRecord TO HistAck.
        MOVE wsRunDate TO HistAckReceivedDate.
        WRITE AckHistoryRecord.
        ADD 1 TO wsNewAckCount.

    reportOutcomesAction.
        MOVE "Interface runs needing attention:" TO wsListLine.
        WRITE AckReportLine FROM wsListLine.
        PERFORM reportOneRunAction
            VARYING runTableIndex FROM 1 BY 1
            UNTIL runTableIndex > runTableCount.
        IF wsRejectedCount = 0 AND wsMissingCount = 0
            AND wsCountDiffCount = 0
            MOVE "  (none)" TO wsListLine
            WRITE AckReportLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE AckReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Runs sent " DELIMITED BY SIZE
               runTableCount DELIMITED BY SIZE
               "  accepted " DELIMITED BY SIZE
               wsAcceptedCount DELIMITED BY SIZE
               "  rejected " DELIMITED BY SIZE
               wsRejectedCount DELIMITED BY SIZE
               "  not received " DELIMITED BY SIZE
               wsMissingCount DELIMITED BY SIZE
               "  awaiting " DELIMITED BY SIZE
               wsAwaitingCount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AckReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "New acknowledgements " DELIMITED BY SIZE
               wsNewAckCount DELIMITED BY SIZE
               "  count differences " DELIMITED BY SIZE
               wsCountDiffCount DELIMITED BY SIZE
               "  unknown " DELIMITED BY SIZE
               wsUnknownAckCount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AckReportLine FROM wsListLine.
        IF wsDroppedCount > 0
            MOVE SPACES TO wsListLine
            STRING "** WARNING: table full - " DELIMITED BY SIZE
                   wsDroppedCount              DELIMITED BY SIZE
                   " interface run(s) not matched" DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE AckReportLine FROM wsListLine
        END-IF.

    reportOneRunAction.
        MOVE SPACES TO wsListLine.
        EVALUATE TRUE
            WHEN runRejected(runTableIndex)
                ADD 1 TO wsRejectedCount
                STRING "  Run " DELIMITED BY SIZE
                       runSequence(runTableIndex) DELIMITED BY SIZE
                       " sent " DELIMITED BY SIZE
                       runDate(runTableIndex) DELIMITED BY SIZE
                       " REJECTED - " DELIMITED BY SIZE
                       runAckReason(runTableIndex) DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            WHEN runUnacknowledged(runTableIndex)
                AND runDate(runTableIndex) < wsRunDate
                ADD 1 TO wsMissingCount
                STRING "  Run " DELIMITED BY SIZE
                       runSequence(runTableIndex) DELIMITED BY SIZE
                       " sent " DELIMITED BY SIZE
                       runDate(runTableIndex) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       runFromDate(runTableIndex) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       runToDate(runTableIndex) DELIMITED BY SIZE
                       ") NOT RECEIVED" DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            WHEN runUnacknowledged(runTableIndex)
                ADD 1 TO wsAwaitingCount
            WHEN runAckCount(runTableIndex) NOT =
                    runCount(runTableIndex)
                ADD 1 TO wsAcceptedCount
                ADD 1 TO wsCountDiffCount
                STRING "  Run " DELIMITED BY SIZE
                       runSequence(runTableIndex) DELIMITED BY SIZE
                       " accepted with " DELIMITED BY SIZE
                       runAckCount(runTableIndex) DELIMITED BY SIZE
                       " line(s), " DELIMITED BY SIZE
                       runCount(runTableIndex) DELIMITED BY SIZE
                       " SENT" DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            WHEN OTHER
                ADD 1 TO wsAcceptedCount
        END-EVALUATE.
        IF wsListLine NOT = SPACES
            WRITE AckReportLine FROM wsListLine
        END-IF.
