IDENTIFICATION DIVISION.
PROGRAM-ID.  OperatorProductivity.

*> Monthly operator productivity and error-rate report over the
*> CALCARCH tape archive.  Every generation whose HDR date falls in
*> the report month is credited to the operator named on its HDR:
*> the session count, the session length from the HDR time to the
*> TRL time, the operations on the tape by type, the undo rate
*> (undos as a share of all operations), the batch rejection rate
*> (transactions the calculator rejected as a share of those it
*> read, from the TRL counts - the same counts the R flags on
*> CALCDISP give for the run) and the currency conversions made with
*> a rate already flagged stale.
*>
*> An operator whose undo rate or rejection rate is more than the
*> highlight factor times the team figure for the month is marked
*> for refresher training and listed again at the foot of the PRODRPT
*> report, and the run ends with RETURN-CODE 4 so the supervisor sees
*> it.  The optional PRODPRM parameter gives the month (YYYYMM), by
*> default the month before the run date; the factor is the
*> HIGHLIGHT-FACTOR setting on the PARMMAST parameter master (one
*> decimal place), by default two - twice the team rate.
*>
*> Generations written before the tape carried session times have
*> no duration and are counted as untimed; ones with no TRL (a
*> session that never shut down) count as sessions but have no
*> duration or batch figures.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its highlight factor
*>   column from the old PRODPRM card onto PARMMAST, effective on the
*>   day it runs, so the value in use is kept rather than falling back
*>   to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAPE-ARCHIVE-FILE ASSIGN TO "CALCARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsArchiveStatus.

    SELECT PARAMETER-FILE ASSIGN TO "PRODPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT PRODUCTIVITY-REPORT-FILE ASSIGN TO "PRODRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  TAPE-ARCHIVE-FILE.
01  TapeArchiveRecord       PIC X(250).

FD  PARAMETER-FILE.
01  ParameterRecord.
    05  ParmMonth           PIC 9(6).
    05  FILLER              PIC 9V9.

FD  PRODUCTIVITY-REPORT-FILE.
01  ProductivityReportLine  PIC X(132).

WORKING-STORAGE SECTION.
01 wsArchiveStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 archiveEofSwitch PIC X VALUE "N".
   88 archiveEof VALUE "Y".
01 sessionOpenSwitch PIC X VALUE "N".
   88 sessionOpen VALUE "Y".
01 sessionWantedSwitch PIC X VALUE "N".
   88 sessionWanted VALUE "Y".

*> Tape lines, laid out as the calculator writes them.
01 wsTapeBuffer PIC X(250).
01 wsTapeHeaderLine.
    05 FILLER              PIC X(9).
    05 wsHeaderDate        PIC 9(8).
    05 wsHeaderDateParts REDEFINES wsHeaderDate.
        10 wsHeaderMonth   PIC 9(6).
        10 FILLER          PIC 9(2).
    05 FILLER              PIC X(5).
    05 wsHeaderOperatorId  PIC X(8).
    05 FILLER              PIC X(95).
    05 wsHeaderTimeLabel   PIC X(5).
    05 wsHeaderTime        PIC 9(8).
    05 FILLER              PIC X(112).
01 wsTapeTrailerLine.
    05 FILLER              PIC X(176).
    05 wsTrailerRejLabel   PIC X(6).
    05 wsTrailerRejected   PIC 9(5).
    05 FILLER              PIC X(6).
    05 wsTrailerBatchRead  PIC 9(5).
    05 wsTrailerTimeLabel  PIC X(5).
    05 wsTrailerTime       PIC 9(8).
    05 FILLER              PIC X(39).
01 wsTapeLine.
    05 FILLER              PIC X(22).
    05 wsTapeOperationName PIC X(10).
    05 FILLER              PIC X(218).

01 wsTimeWork PIC 9(8) VALUE 0.
01 wsTimeParts REDEFINES wsTimeWork.
    05 wsTimeHours        PIC 9(2).
    05 wsTimeMinutes      PIC 9(2).
    05 wsTimeSeconds      PIC 9(2).
    05 wsTimeHundredths   PIC 9(2).
01 wsStartSeconds PIC 9(6) VALUE 0.
01 wsEndSeconds PIC 9(6) VALUE 0.
01 wsSessionSeconds PIC 9(6) VALUE 0.
01 sessionTimedSwitch PIC X VALUE "N".
   88 sessionTimed VALUE "Y".

01 wsReportMonth PIC 9(6) VALUE 0.
01 wsHighlightFactor PIC 9V9 VALUE 2.0.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
    05 wsRunYear  PIC 9(4).
    05 wsRunMonth PIC 9(2).
    05 wsRunDay   PIC 9(2).
01 wsPriorYear PIC 9(4) VALUE 0.
01 wsPriorMonth PIC 9(2) VALUE 0.

*> One entry per operator seen in the month.
01 operTableCount PIC 9(3) VALUE 0.
01 operTableIndex PIC 9(3) VALUE 0.
01 operCurrent PIC 9(3) VALUE 0.
01 wsDroppedCount PIC 9(5) VALUE 0.
01 operTable.
    05 operEntry OCCURS 200 TIMES.
        10 operId             PIC X(8).
        10 operSessions       PIC 9(5).
        10 operUntimed        PIC 9(5).
        10 operSeconds        PIC 9(9).
        10 operOperations     PIC 9(7).
        10 operLoads          PIC 9(7).
        10 operArithmetic     PIC 9(7).
        10 operRegisterOps    PIC 9(7).
        10 operConversions    PIC 9(7).
        10 operExtendedOps    PIC 9(7).
        10 operPostings       PIC 9(7).
        10 operListOps        PIC 9(7).
        10 operDateOps        PIC 9(7).
        10 operUndos          PIC 9(7).
        10 operBatchRead      PIC 9(7).
        10 operRejected       PIC 9(7).
        10 operStale          PIC 9(7).
        10 operUndoRate       PIC 9(3)V9.
        10 operRejectRate     PIC 9(3)V9.
        10 operFlag           PIC X.
           88 operNeedsRefresher VALUE "Y".

01 teamTotals.
    05 teamSessions       PIC 9(7) VALUE 0.
    05 teamOperations     PIC 9(9) VALUE 0.
    05 teamUndos          PIC 9(9) VALUE 0.
    05 teamBatchRead      PIC 9(9) VALUE 0.
    05 teamRejected       PIC 9(9) VALUE 0.
    05 teamStale          PIC 9(9) VALUE 0.
    05 teamUndoRate       PIC 9(3)V9 VALUE 0.
    05 teamRejectRate     PIC 9(3)V9 VALUE 0.
01 wsUndoLimit PIC 9(4)V99 VALUE 0.
01 wsRejectLimit PIC 9(4)V99 VALUE 0.
01 wsFlaggedCount PIC 9(3) VALUE 0.
01 wsAverageMinutes PIC 9(5) VALUE 0.
01 wsTotalMinutes PIC 9(7) VALUE 0.
01 wsTimedSessions PIC 9(5) VALUE 0.

01 wsDetailLine.
    05 wsDetailOperator    PIC X(8).
    05 wsDetailSessions    PIC Z(4)9.
    05 wsDetailMinutes     PIC Z(6)9.
    05 wsDetailAverage     PIC Z(5)9.
    05 wsDetailOperations  PIC Z(6)9.
    05 wsDetailLoads       PIC Z(5)9.
    05 wsDetailArithmetic  PIC Z(5)9.
    05 wsDetailRegister    PIC Z(5)9.
    05 wsDetailConversions PIC Z(5)9.
    05 wsDetailExtended    PIC Z(5)9.
    05 wsDetailPostings    PIC Z(5)9.
    05 wsDetailListOps     PIC Z(5)9.
    05 wsDetailDateOps     PIC Z(5)9.
    05 wsDetailUndos       PIC Z(5)9.
    05 wsDetailUndoRate    PIC Z(3)9.9.
    05 wsDetailBatchRead   PIC Z(6)9.
    05 wsDetailRejected    PIC Z(5)9.
    05 wsDetailRejectRate  PIC Z(3)9.9.
    05 wsDetailStale       PIC Z(5)9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 wsDetailFlag        PIC X(12).

01 wsEditedRate PIC ZZ9.9.
01 wsEditedFactor PIC 9.9.
01 wsListLine PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParameterAction.
    OPEN OUTPUT PRODUCTIVITY-REPORT-FILE.
    MOVE "Calculator operator productivity and error rates"
        TO wsListLine.
    WRITE ProductivityReportLine FROM wsListLine.
    MOVE "================================================"
        TO wsListLine.
    WRITE ProductivityReportLine FROM wsListLine.
    MOVE wsHighlightFactor TO wsEditedFactor.
    MOVE SPACES TO wsListLine.
    STRING "Month: "          DELIMITED BY SIZE
           wsReportMonth      DELIMITED BY SIZE
           "   run date: "    DELIMITED BY SIZE
           wsRunDate          DELIMITED BY SIZE
           "   highlight above " DELIMITED BY SIZE
           wsEditedFactor     DELIMITED BY SIZE
           " x team rate"     DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ProductivityReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE ProductivityReportLine FROM wsListLine.

    OPEN INPUT TAPE-ARCHIVE-FILE.
    IF wsArchiveStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** NO TAPE ARCHIVE (CALCARCH) ON FILE - "
            wsArchiveStatus
        DISPLAY "** PRODUCTIVITY REPORT NOT PRODUCED."
        DISPLAY "*************************************************"
        MOVE "No tape archive on file - report not produced."
            TO wsListLine
        WRITE ProductivityReportLine FROM wsListLine
        CLOSE PRODUCTIVITY-REPORT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM readArchiveAction.
    PERFORM scanArchiveLineAction UNTIL archiveEof.
    CLOSE TAPE-ARCHIVE-FILE.
    IF sessionOpen AND sessionWanted
        ADD 1 TO operUntimed(operCurrent)
    END-IF.

    PERFORM computeRatesAction.
    PERFORM writeOperatorLinesAction.
    PERFORM writeTeamLineAction.
    PERFORM writeRefresherListAction.
    CLOSE PRODUCTIVITY-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Operator productivity for " wsReportMonth.
    DISPLAY "=====================".
    DISPLAY " Operators           : " operTableCount.
    DISPLAY " Sessions            : " teamSessions.
    DISPLAY " Operations          : " teamOperations.
    DISPLAY " Flagged for refresher: " wsFlaggedCount.
    IF wsDroppedCount > 0
        DISPLAY " Sessions not reported (table full): " wsDroppedCount
    END-IF.
    IF wsFlaggedCount > 0 OR wsDroppedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
*>      The default month is the one before the run date, for the
*>      usual run in the first days of the next month.
        IF wsRunMonth = 1
            COMPUTE wsPriorYear = wsRunYear - 1
            MOVE 12 TO wsPriorMonth
        ELSE
            MOVE wsRunYear TO wsPriorYear
            COMPUTE wsPriorMonth = wsRunMonth - 1
        END-IF.
        COMPUTE wsReportMonth = wsPriorYear * 100 + wsPriorMonth.
        OPEN INPUT PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmMonth IS NUMERIC AND ParmMonth > 0
                        MOVE ParmMonth TO wsReportMonth
                    END-IF
            END-READ
            CLOSE PARAMETER-FILE
        END-IF.
        MOVE "OperatorProductivity" TO ParmLookProgram.
        MOVE "HIGHLIGHT-FACTOR" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsHighlightFactor
        END-IF.

    readArchiveAction.
        READ TAPE-ARCHIVE-FILE INTO wsTapeBuffer
            AT END
                SET archiveEof TO TRUE
        END-READ.

    scanArchiveLineAction.
        EVALUATE wsTapeBuffer(1:4)
            WHEN "HDR "
                PERFORM openSessionAction
            WHEN "TRL "
                IF sessionOpen AND sessionWanted
                    PERFORM closeSessionAction
                END-IF
                MOVE "N" TO sessionOpenSwitch
                MOVE "N" TO sessionWantedSwitch
            WHEN OTHER
                IF sessionOpen AND sessionWanted
                    PERFORM countOperationAction
                END-IF
        END-EVALUATE.
        PERFORM readArchiveAction.

    openSessionAction.
*>      A HDR with no TRL before it ends the earlier session as one
*>      that never shut down: it counts, but has no duration.
        IF sessionOpen AND sessionWanted
            ADD 1 TO operUntimed(operCurrent)
        END-IF.
        MOVE wsTapeBuffer TO wsTapeHeaderLine.
        SET sessionOpen TO TRUE.
        MOVE "N" TO sessionWantedSwitch.
        MOVE "N" TO sessionTimedSwitch.
        IF wsHeaderDate IS NUMERIC
            AND wsHeaderMonth = wsReportMonth
            PERFORM findOperatorAction
            IF operCurrent > 0
                SET sessionWanted TO TRUE
                ADD 1 TO operSessions(operCurrent)
                IF wsHeaderTimeLabel = " TIM="
                    AND wsHeaderTime IS NUMERIC
                    MOVE wsHeaderTime TO wsTimeWork
                    COMPUTE wsStartSeconds = wsTimeHours * 3600
                        + wsTimeMinutes * 60 + wsTimeSeconds
                    SET sessionTimed TO TRUE
                END-IF
            ELSE
                ADD 1 TO wsDroppedCount
            END-IF
        END-IF.

    findOperatorAction.
        MOVE 0 TO operCurrent.
        PERFORM VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount OR operCurrent > 0
            IF operId(operTableIndex) = wsHeaderOperatorId
                MOVE operTableIndex TO operCurrent
            END-IF
        END-PERFORM.
        IF operCurrent = 0 AND operTableCount < 200
            ADD 1 TO operTableCount
            MOVE operTableCount TO operCurrent
            INITIALIZE operEntry(operCurrent)
            MOVE wsHeaderOperatorId TO operId(operCurrent)
            MOVE "N" TO operFlag(operCurrent)
        END-IF.

    closeSessionAction.
*>      A session past midnight ends on the next day's clock.
        MOVE wsTapeBuffer TO wsTapeTrailerLine.
        IF wsTrailerRejLabel = " REJS="
            AND wsTrailerRejected IS NUMERIC
            AND wsTrailerBatchRead IS NUMERIC
            ADD wsTrailerRejected TO operRejected(operCurrent)
            ADD wsTrailerBatchRead TO operBatchRead(operCurrent)
        END-IF.
        IF sessionTimed AND wsTrailerTimeLabel = " TIM="
            AND wsTrailerTime IS NUMERIC
            MOVE wsTrailerTime TO wsTimeWork
            COMPUTE wsEndSeconds = wsTimeHours * 3600
                + wsTimeMinutes * 60 + wsTimeSeconds
            IF wsEndSeconds < wsStartSeconds
                ADD 86400 TO wsEndSeconds
            END-IF
            COMPUTE wsSessionSeconds = wsEndSeconds - wsStartSeconds
            ADD wsSessionSeconds TO operSeconds(operCurrent)
        ELSE
            ADD 1 TO operUntimed(operCurrent)
        END-IF.

    countOperationAction.
*>      Operations are classed by their tape name; LOAD is taken out
*>      before the list-mode names, which also start with L.
        MOVE wsTapeBuffer TO wsTapeLine.
        ADD 1 TO operOperations(operCurrent).
        EVALUATE TRUE
            WHEN wsTapeOperationName = "LOAD"
                ADD 1 TO operLoads(operCurrent)
            WHEN wsTapeOperationName = "ADD"
                OR wsTapeOperationName = "SUBTRACT"
                OR wsTapeOperationName = "MULTIPLY"
                OR wsTapeOperationName = "DIVIDE"
                OR wsTapeOperationName = "PERCENT"
                ADD 1 TO operArithmetic(operCurrent)
            WHEN wsTapeOperationName = "UNDO"
                ADD 1 TO operUndos(operCurrent)
            WHEN wsTapeOperationName = "NEG"
                OR wsTapeOperationName = "ABS"
                OR wsTapeOperationName = "IDIV"
                OR wsTapeOperationName = "MOD"
                ADD 1 TO operExtendedOps(operCurrent)
            WHEN wsTapeOperationName(1:3) = "CUR"
                ADD 1 TO operConversions(operCurrent)
                IF wsTapeOperationName(10:1) = "*"
                    ADD 1 TO operStale(operCurrent)
                END-IF
            WHEN wsTapeOperationName(1:4) = "POST"
                ADD 1 TO operPostings(operCurrent)
            WHEN wsTapeOperationName(1:4) = "DATE"
                ADD 1 TO operDateOps(operCurrent)
            WHEN wsTapeOperationName(1:1) = "L"
                ADD 1 TO operListOps(operCurrent)
            WHEN wsTapeOperationName(1:1) = "R"
                ADD 1 TO operRegisterOps(operCurrent)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    computeRatesAction.
*>      Team rates are pooled over the whole month, so one busy
*>      operator is not outweighed by a colleague with two sessions.
        PERFORM VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount
            ADD operSessions(operTableIndex) TO teamSessions
            ADD operOperations(operTableIndex) TO teamOperations
            ADD operUndos(operTableIndex) TO teamUndos
            ADD operBatchRead(operTableIndex) TO teamBatchRead
            ADD operRejected(operTableIndex) TO teamRejected
            ADD operStale(operTableIndex) TO teamStale
            MOVE 0 TO operUndoRate(operTableIndex)
            MOVE 0 TO operRejectRate(operTableIndex)
            IF operOperations(operTableIndex) > 0
                COMPUTE operUndoRate(operTableIndex) ROUNDED =
                    operUndos(operTableIndex) * 100
                    / operOperations(operTableIndex)
            END-IF
            IF operBatchRead(operTableIndex) > 0
                COMPUTE operRejectRate(operTableIndex) ROUNDED =
                    operRejected(operTableIndex) * 100
                    / operBatchRead(operTableIndex)
            END-IF
        END-PERFORM.
        IF teamOperations > 0
            COMPUTE teamUndoRate ROUNDED =
                teamUndos * 100 / teamOperations
        END-IF.
        IF teamBatchRead > 0
            COMPUTE teamRejectRate ROUNDED =
                teamRejected * 100 / teamBatchRead
        END-IF.
        COMPUTE wsUndoLimit = teamUndoRate * wsHighlightFactor.
        COMPUTE wsRejectLimit = teamRejectRate * wsHighlightFactor.
        PERFORM VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount
            IF (teamUndoRate > 0
                    AND operUndoRate(operTableIndex) > wsUndoLimit)
                OR (teamRejectRate > 0
                    AND operRejectRate(operTableIndex) > wsRejectLimit)
                SET operNeedsRefresher(operTableIndex) TO TRUE
                ADD 1 TO wsFlaggedCount
            END-IF
        END-PERFORM.

    writeOperatorLinesAction.
        MOVE SPACES TO wsListLine.
        STRING "OPERATOR SESS   MINS   AVG    OPS  LOAD ARITH   REG"
                   DELIMITED BY SIZE
               "  CURR   EXT  POST  LIST  DATE  UNDO UNDO%  BATCH"
                   DELIMITED BY SIZE
               "  REJS  REJ% STALE" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProductivityReportLine FROM wsListLine.
        MOVE ALL "-" TO wsListLine.
        WRITE ProductivityReportLine FROM wsListLine.
        IF operTableCount = 0
            MOVE "No calculator sessions in the month." TO wsListLine
            WRITE ProductivityReportLine FROM wsListLine
        END-IF.
        PERFORM VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount
            PERFORM writeOneOperatorAction
        END-PERFORM.

    writeOneOperatorAction.
        MOVE operId(operTableIndex) TO wsDetailOperator.
        MOVE operSessions(operTableIndex) TO wsDetailSessions.
        COMPUTE wsTotalMinutes ROUNDED =
            operSeconds(operTableIndex) / 60.
        MOVE wsTotalMinutes TO wsDetailMinutes.
        COMPUTE wsTimedSessions = operSessions(operTableIndex)
            - operUntimed(operTableIndex).
        MOVE 0 TO wsAverageMinutes.
        IF wsTimedSessions > 0
            COMPUTE wsAverageMinutes ROUNDED =
                wsTotalMinutes / wsTimedSessions
        END-IF.
        MOVE wsAverageMinutes TO wsDetailAverage.
        MOVE operOperations(operTableIndex) TO wsDetailOperations.
        MOVE operLoads(operTableIndex) TO wsDetailLoads.
        MOVE operArithmetic(operTableIndex) TO wsDetailArithmetic.
        MOVE operRegisterOps(operTableIndex) TO wsDetailRegister.
        MOVE operConversions(operTableIndex) TO wsDetailConversions.
        MOVE operExtendedOps(operTableIndex) TO wsDetailExtended.
        MOVE operPostings(operTableIndex) TO wsDetailPostings.
        MOVE operListOps(operTableIndex) TO wsDetailListOps.
        MOVE operDateOps(operTableIndex) TO wsDetailDateOps.
        MOVE operUndos(operTableIndex) TO wsDetailUndos.
        MOVE operUndoRate(operTableIndex) TO wsDetailUndoRate.
        MOVE operBatchRead(operTableIndex) TO wsDetailBatchRead.
        MOVE operRejected(operTableIndex) TO wsDetailRejected.
        MOVE operRejectRate(operTableIndex) TO wsDetailRejectRate.
        MOVE operStale(operTableIndex) TO wsDetailStale.
        IF operNeedsRefresher(operTableIndex)
            MOVE "** REFRESHER" TO wsDetailFlag
        ELSE
            MOVE SPACES TO wsDetailFlag
        END-IF.
        WRITE ProductivityReportLine FROM wsDetailLine.

    writeTeamLineAction.
        MOVE ALL "-" TO wsListLine.
        WRITE ProductivityReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE teamUndoRate TO wsEditedRate.
        STRING "Team: sessions "   DELIMITED BY SIZE
               teamSessions        DELIMITED BY SIZE
               "  operations "     DELIMITED BY SIZE
               teamOperations      DELIMITED BY SIZE
               "  undo rate "      DELIMITED BY SIZE
               wsEditedRate        DELIMITED BY SIZE
               "%"                 DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProductivityReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE teamRejectRate TO wsEditedRate.
        STRING "      batch read "   DELIMITED BY SIZE
               teamBatchRead         DELIMITED BY SIZE
               "  rejected "         DELIMITED BY SIZE
               teamRejected          DELIMITED BY SIZE
               "  rejection rate "   DELIMITED BY SIZE
               wsEditedRate          DELIMITED BY SIZE
               "%  stale-rate conversions " DELIMITED BY SIZE
               teamStale             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProductivityReportLine FROM wsListLine.

    writeRefresherListAction.
        MOVE SPACES TO wsListLine.
        WRITE ProductivityReportLine FROM wsListLine.
        IF wsFlaggedCount = 0
            MOVE "No operator is well above the team undo or "
                TO wsListLine
            MOVE "rejection rate." TO wsListLine(44:)
            WRITE ProductivityReportLine FROM wsListLine
        ELSE
            MOVE "Operators recommended for refresher training:"
                TO wsListLine
            WRITE ProductivityReportLine FROM wsListLine
            PERFORM VARYING operTableIndex FROM 1 BY 1
                UNTIL operTableIndex > operTableCount
                IF operNeedsRefresher(operTableIndex)
                    PERFORM writeRefresherLineAction
                END-IF
            END-PERFORM
        END-IF.

    writeRefresherLineAction.
        MOVE SPACES TO wsListLine.
        MOVE operUndoRate(operTableIndex) TO wsEditedRate.
        STRING "  "                        DELIMITED BY SIZE
               operId(operTableIndex)      DELIMITED BY SIZE
               "  undo rate "              DELIMITED BY SIZE
               wsEditedRate                DELIMITED BY SIZE
               "%"                         DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        MOVE operRejectRate(operTableIndex) TO wsEditedRate.
        STRING "  rejection rate "         DELIMITED BY SIZE
               wsEditedRate                DELIMITED BY SIZE
               "%"                         DELIMITED BY SIZE
               INTO wsListLine(30:)
        END-STRING.
        WRITE ProductivityReportLine FROM wsListLine.
