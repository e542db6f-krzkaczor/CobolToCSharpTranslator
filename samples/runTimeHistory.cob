IDENTIFICATION DIVISION.
PROGRAM-ID.  RunTimeHistory.

*> Keeps the batch window's run-time history.  Every step line
*> SuiteScheduler has added to RUNLOG since the last run is timed
*> through DateTimeService's elapsed function (so a step that runs
*> across midnight still times correctly), dated from the NIGHT OF
*> line that opened its night, and appended to the RUNHIST history.
*> Step lines from before the scheduler dated its nights carry no
*> night and are passed over.  RUNHIST remembers the last RUNLOG line
*> it took in; when RUNLOG turns out shorter than that it has been
*> started afresh, and is read from the top.
*>
*> The RUNNORM norms are then rebuilt from the whole history: for
*> each step, the rolling average and the worst case over its last
*> 20 clean runs (return code zero), with the latest run's duration
*> and date.  BatchWindowWatch judges the night against RUNNORM and
*> RunTimeTrend reports on RUNHIST week by week.  Durations are held
*> in hundredths of a second throughout, as RUNLOG's times are.
*> Runs as the last step of the night or first thing in the morning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-LOG-FILE ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsStepLogStatus.

    SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT NORM-FILE ASSIGN TO "RUNNORM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNormStatus.

DATA DIVISION.
FILE SECTION.
FD  STEP-LOG-FILE.
01  StepLogRecord       PIC X(80).

FD  HISTORY-FILE.
01  HistoryRecord.
    COPY RUNHIST.

FD  NORM-FILE.
01  NormRecord.
    COPY RUNNORM.

WORKING-STORAGE SECTION.
01 wsStepLogStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsNormStatus    PIC XX VALUE "00".

01 stepLogEofSwitch PIC X VALUE "N".
   88 stepLogEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".

01 wsLastLineTaken PIC 9(6) VALUE 0.
01 wsLogLineNumber PIC 9(6) VALUE 0.
01 wsLogLineCount  PIC 9(6) VALUE 0.
01 wsCurrentNight  PIC 9(8) VALUE 0.
01 wsLinesAdded    PIC 9(6) VALUE 0.
01 wsUndatedLines  PIC 9(6) VALUE 0.
01 wsHistoryCount  PIC 9(6) VALUE 0.

*> Per step, the last 20 clean durations in a ring: windowNext is
*> the slot the next one goes in, windowFilled how many are held.
01 normTableCount PIC 9(3) VALUE 0.
01 normTableIndex PIC 9(3) VALUE 0.
01 normFoundIndex PIC 9(3) VALUE 0.
01 normTable.
   05 normTableEntry OCCURS 100 TIMES.
      10 normTabStep         PIC X(8).
      10 normTabWindowNext   PIC 9(2).
      10 normTabWindowFilled PIC 9(2).
      10 normTabWindow OCCURS 20 TIMES.
         15 normTabDuration  PIC 9(8).
         15 normTabDate      PIC 9(8).
      10 normTabLastDuration PIC 9(8).
      10 normTabLastDate     PIC 9(8).
01 windowIndex PIC 9(2) VALUE 0.
01 wsWindowTotal PIC 9(10) VALUE 0.
01 wsWorstDuration PIC 9(8) VALUE 0.
01 wsWorstDate PIC 9(8) VALUE 0.

01 dateTimeArea.
    COPY DATETIME.

PROCEDURE DIVISION.
Begin.
    MOVE 0 TO wsLinesAdded.
    MOVE 0 TO wsUndatedLines.
    PERFORM findLastLineTakenAction.
    PERFORM countStepLogAction.
    IF wsLogLineCount < wsLastLineTaken
        DISPLAY "RUNLOG has " wsLogLineCount " line(s), history had "
            "taken in " wsLastLineTaken " - reading it from the top."
        MOVE 0 TO wsLastLineTaken
    END-IF.
    PERFORM absorbStepLogAction.
    PERFORM rebuildNormsAction.
    DISPLAY "=====================".
    DISPLAY " Run-time history".
    DISPLAY " Step lines added     : " wsLinesAdded.
    DISPLAY " Undated lines passed : " wsUndatedLines.
    DISPLAY " History records      : " wsHistoryCount.
    DISPLAY " Steps with a norm    : " normTableCount.
    DISPLAY "=====================".
    GOBACK.

    findLastLineTakenAction.
*>      RUNHIST is only ever appended to, so its last record holds
*>      the last RUNLOG line taken in.
        MOVE 0 TO wsLastLineTaken.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM UNTIL historyEof
                MOVE HistLogLine TO wsLastLineTaken
                PERFORM readHistoryAction
            END-PERFORM
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    countStepLogAction.
        MOVE 0 TO wsLogLineCount.
        MOVE "N" TO stepLogEofSwitch.
        OPEN INPUT STEP-LOG-FILE.
        IF wsStepLogStatus = "00"
            PERFORM readStepLogAction
            PERFORM UNTIL stepLogEof
                ADD 1 TO wsLogLineCount
                PERFORM readStepLogAction
            END-PERFORM
            CLOSE STEP-LOG-FILE
        END-IF.

    readStepLogAction.
        READ STEP-LOG-FILE
            AT END
                SET stepLogEof TO TRUE
        END-READ.

    absorbStepLogAction.
*>      The whole log is read so the night of the first new line is
*>      known even when its NIGHT OF line was taken in last time.
        MOVE 0 TO wsLogLineNumber.
        MOVE 0 TO wsCurrentNight.
        MOVE "N" TO stepLogEofSwitch.
        OPEN INPUT STEP-LOG-FILE.
        IF wsStepLogStatus = "00"
            OPEN EXTEND HISTORY-FILE
            IF wsHistoryStatus NOT = "00"
                OPEN OUTPUT HISTORY-FILE
            END-IF
            PERFORM readStepLogAction
            PERFORM absorbOneLogLineAction UNTIL stepLogEof
            CLOSE HISTORY-FILE
            CLOSE STEP-LOG-FILE
        ELSE
            DISPLAY "No RUNLOG to take in - " wsStepLogStatus
        END-IF.

    absorbOneLogLineAction.
        ADD 1 TO wsLogLineNumber.
        IF StepLogRecord(1:9) = "NIGHT OF "
            AND StepLogRecord(10:8) IS NUMERIC
            MOVE StepLogRecord(10:8) TO wsCurrentNight
        END-IF.
        IF wsLogLineNumber > wsLastLineTaken
            AND StepLogRecord(26:7) = " start="
            AND StepLogRecord(33:8) IS NUMERIC
            AND StepLogRecord(46:8) IS NUMERIC
            AND StepLogRecord(58:4) IS NUMERIC
            IF wsCurrentNight = 0
                ADD 1 TO wsUndatedLines
            ELSE
                PERFORM writeHistoryAction
            END-IF
        END-IF.
        PERFORM readStepLogAction.

    writeHistoryAction.
        MOVE wsCurrentNight TO HistNightDate.
        MOVE StepLogRecord(1:8) TO HistStepName.
        MOVE wsLogLineNumber TO HistLogLine.
        MOVE StepLogRecord(33:8) TO HistStartTime.
        MOVE StepLogRecord(46:8) TO HistEndTime.
        MOVE StepLogRecord(58:4) TO HistReturnCode.
        SET DtElapsedTime TO TRUE.
        MOVE HistStartTime TO DtTime.
        MOVE HistEndTime TO DtTimeEnd.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtTotalHundredths TO HistDuration.
        WRITE HistoryRecord.
        ADD 1 TO wsLinesAdded.

    rebuildNormsAction.
        MOVE 0 TO normTableCount.
        MOVE 0 TO wsHistoryCount.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM foldHistoryRecordAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.
        OPEN OUTPUT NORM-FILE.
        PERFORM writeOneNormAction
            VARYING normTableIndex FROM 1 BY 1
            UNTIL normTableIndex > normTableCount.
        CLOSE NORM-FILE.

    foldHistoryRecordAction.
        ADD 1 TO wsHistoryCount.
        PERFORM findNormEntryAction.
        IF normFoundIndex > 0
            MOVE HistDuration TO normTabLastDuration(normFoundIndex)
            MOVE HistNightDate TO normTabLastDate(normFoundIndex)
            IF HistReturnCode = 0
                PERFORM addToWindowAction
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    findNormEntryAction.
        MOVE 0 TO normFoundIndex.
        PERFORM VARYING normTableIndex FROM 1 BY 1
            UNTIL normTableIndex > normTableCount
            IF normTabStep(normTableIndex) = HistStepName
                MOVE normTableIndex TO normFoundIndex
            END-IF
        END-PERFORM.
        IF normFoundIndex = 0
            AND normTableCount < 100
            ADD 1 TO normTableCount
            MOVE normTableCount TO normFoundIndex
            MOVE HistStepName TO normTabStep(normFoundIndex)
            MOVE 1 TO normTabWindowNext(normFoundIndex)
            MOVE 0 TO normTabWindowFilled(normFoundIndex)
        END-IF.

    addToWindowAction.
        MOVE normTabWindowNext(normFoundIndex) TO windowIndex.
        MOVE HistDuration
            TO normTabDuration(normFoundIndex, windowIndex).
        MOVE HistNightDate TO normTabDate(normFoundIndex, windowIndex).
        IF normTabWindowFilled(normFoundIndex) < 20
            ADD 1 TO normTabWindowFilled(normFoundIndex)
        END-IF.
        IF windowIndex >= 20
            MOVE 1 TO normTabWindowNext(normFoundIndex)
        ELSE
            ADD 1 TO normTabWindowNext(normFoundIndex)
        END-IF.

    writeOneNormAction.
        MOVE 0 TO wsWindowTotal.
        MOVE 0 TO wsWorstDuration.
        MOVE 0 TO wsWorstDate.
        PERFORM VARYING windowIndex FROM 1 BY 1
            UNTIL windowIndex > normTabWindowFilled(normTableIndex)
            ADD normTabDuration(normTableIndex, windowIndex)
                TO wsWindowTotal
            IF normTabDuration(normTableIndex, windowIndex)
                    > wsWorstDuration
                MOVE normTabDuration(normTableIndex, windowIndex)
                    TO wsWorstDuration
                MOVE normTabDate(normTableIndex, windowIndex)
                    TO wsWorstDate
            END-IF
        END-PERFORM.
        MOVE normTabStep(normTableIndex) TO NormStepName.
        MOVE normTabWindowFilled(normTableIndex) TO NormSamples.
        IF normTabWindowFilled(normTableIndex) > 0
            COMPUTE NormAverage ROUNDED =
                wsWindowTotal / normTabWindowFilled(normTableIndex)
        ELSE
            MOVE 0 TO NormAverage
        END-IF.
        MOVE wsWorstDuration TO NormWorst.
        MOVE wsWorstDate TO NormWorstDate.
        MOVE normTabLastDuration(normTableIndex) TO NormLastDuration.
        MOVE normTabLastDate(normTableIndex) TO NormLastDate.
        WRITE NormRecord.
