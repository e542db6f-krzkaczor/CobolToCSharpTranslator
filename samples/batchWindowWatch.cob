IDENTIFICATION DIVISION.
PROGRAM-ID.  BatchWindowWatch.

*> Early warning for the batch window, run as a step of the night
*> itself - placed in RUNDECK after the long steps, on-error C, as
*> often as the night wants a look.  Tonight's steps are taken from
*> RUNLOG after its last NIGHT OF line and judged against the RUNNORM
*> norms RunTimeHistory keeps:
*>
*>   - a step that ran more than the OVERRUN-PCT percentage of its
*>     rolling average (150% unless set) is flagged OVERRUN, and
*>     one that took longer than its worst case is marked as a new
*>     worst - once it has 3 clean runs behind it to judge by;
*>   - the steps of the deck still to run are added up at their
*>     averages on top of the time already gone, to project when the
*>     whole deck will finish, against the TARGET-END time (HHMM,
*>     0600 unless set).
*>
*> Both settings are BatchWindowWatch entries on the PARMMAST
*> parameter master, read through ParmService.
*>
*> The report goes to BWINRPT and the projection to the console.  An
*> overrunning step or a projected finish after the target ends the
*> step with RETURN-CODE 4; no NIGHT OF line on RUNLOG (a log the
*> scheduler did not write tonight) with RETURN-CODE 8.  Steps with
*> no norm yet are left out of the projection and counted, so the
*> operator knows how much it leaves out.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its target end and
*>   overrun percentage from the old BWINPRM card onto PARMMAST,
*>   effective on the day it runs, so the value in use is kept rather
*>   than falling back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-DECK-FILE ASSIGN TO "RUNDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRunDeckStatus.

    SELECT STEP-LOG-FILE ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsStepLogStatus.

    SELECT NORM-FILE ASSIGN TO "RUNNORM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNormStatus.

    SELECT WATCH-REPORT-FILE ASSIGN TO "BWINRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  RUN-DECK-FILE.
01  RunDeckRecord.
    05  StepName        PIC X(8).
    05  StepProgram     PIC X(16).
    05  StepOnError     PIC X.

FD  STEP-LOG-FILE.
01  StepLogRecord       PIC X(80).

FD  NORM-FILE.
01  NormRecord.
    COPY RUNNORM.

FD  WATCH-REPORT-FILE.
01  WatchReportLine     PIC X(100).

WORKING-STORAGE SECTION.
01 wsRunDeckStatus PIC XX VALUE "00".
01 wsStepLogStatus PIC XX VALUE "00".
01 wsNormStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 runDeckEofSwitch PIC X VALUE "N".
   88 runDeckEof VALUE "Y".
01 stepLogEofSwitch PIC X VALUE "N".
   88 stepLogEof VALUE "Y".
01 normEofSwitch PIC X VALUE "N".
   88 normEof VALUE "Y".
01 nightFoundSwitch PIC X VALUE "N".
   88 nightFound VALUE "Y".
01 stepFlaggedSwitch PIC X VALUE "N".
   88 stepFlagged VALUE "Y".
01 overrunProjectedSwitch PIC X VALUE "N".
   88 overrunProjected VALUE "Y".

01 wsTargetEnd PIC 9(4) VALUE 0600.
01 wsOverrunPercent PIC 9(3) VALUE 150.

01 parmLookArea.
    COPY PARMLOOK.

01 deckTableCount PIC 9(3) VALUE 0.
01 deckTableIndex PIC 9(3) VALUE 0.
01 deckTable.
    05 deckTableEntry OCCURS 100 TIMES.
        10 deckTabStep     PIC X(8).
        10 deckTabProgram  PIC X(16).
        10 deckTabSeen     PIC X.
        10 deckTabStart    PIC 9(8).
        10 deckTabEnd      PIC 9(8).
        10 deckTabRc       PIC 9(4).

01 normTableCount PIC 9(3) VALUE 0.
01 normTableIndex PIC 9(3) VALUE 0.
01 normFoundIndex PIC 9(3) VALUE 0.
01 normTable.
    05 normTableEntry OCCURS 100 TIMES.
        10 normTabStep    PIC X(8).
        10 normTabAverage PIC 9(8).
        10 normTabWorst   PIC 9(8).
        10 normTabSamples PIC 9(3).

01 wsNightDate PIC 9(8) VALUE 0.
01 wsNightStart PIC 9(8) VALUE 0.
01 wsNowTime PIC 9(8) VALUE 0.
01 wsLogStep PIC X(8) VALUE SPACES.

*> Everything below is hundredths of a second.
01 wsDuration PIC 9(8) VALUE 0.
01 wsOverrunLimit PIC 9(10) VALUE 0.
01 wsPercentOfNorm PIC 9(5) VALUE 0.
01 wsElapsedSoFar PIC 9(8) VALUE 0.
01 wsRemaining PIC 9(9) VALUE 0.
01 wsProjected PIC 9(9) VALUE 0.
01 wsTargetOffset PIC 9(8) VALUE 0.
01 wsOverBy PIC 9(9) VALUE 0.
01 wsNightStartHundredths PIC 9(8) VALUE 0.
01 wsFinishClock PIC 9(10) VALUE 0.

01 wsStepsDone PIC 9(3) VALUE 0.
01 wsStepsToRun PIC 9(3) VALUE 0.
01 wsStepsNoNorm PIC 9(3) VALUE 0.
01 wsFlaggedCount PIC 9(3) VALUE 0.

*> A count of hundredths shown as HH:MM:SS, and a clock time in
*> hundredths since midnight shown as HH:MM.
01 wsHundredths PIC 9(9) VALUE 0.
01 wsSeconds PIC 9(7) VALUE 0.
01 wsHourSeconds PIC 9(4) VALUE 0.
01 wsClockHours PIC 9(3) VALUE 0.
01 wsClockMinutes PIC 9(2) VALUE 0.
01 wsClockSeconds PIC 9(2) VALUE 0.
01 wsEditedDuration.
   05 wsEditedHours   PIC 99.
   05 FILLER          PIC X VALUE ":".
   05 wsEditedMinutes PIC 99.
   05 FILLER          PIC X VALUE ":".
   05 wsEditedSeconds PIC 99.
01 wsDurationText PIC X(8) VALUE SPACES.
01 wsAverageText PIC X(8) VALUE SPACES.
01 wsWorstText PIC X(8) VALUE SPACES.
01 wsEditedClock.
   05 wsClockHH PIC 99.
   05 FILLER    PIC X VALUE ":".
   05 wsClockMM PIC 99.
01 wsFinishText PIC X(5) VALUE SPACES.
01 wsTargetText PIC X(5) VALUE SPACES.
01 wsEditedPercent PIC Z(4)9.

01 dateTimeArea.
    COPY DATETIME.

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
*>  The check can be CALLed more than once a night, so nothing is
*>  left to its VALUE clause.
    MOVE "N" TO nightFoundSwitch.
    MOVE "N" TO overrunProjectedSwitch.
    MOVE 0 TO wsStepsDone.
    MOVE 0 TO wsStepsToRun.
    MOVE 0 TO wsStepsNoNorm.
    MOVE 0 TO wsFlaggedCount.
    MOVE 0600 TO wsTargetEnd.
    MOVE 150 TO wsOverrunPercent.
    PERFORM loadParameterAction.
    PERFORM loadDeckTableAction.
    PERFORM loadNormTableAction.
    PERFORM scanStepLogAction.
    IF NOT nightFound
        DISPLAY "*************************************************"
        DISPLAY "** NO NIGHT OF LINE ON RUNLOG - THE NIGHT CANNOT"
        DISPLAY "** BE JUDGED.  BATCH WINDOW CHECK NOT MADE."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    SET DtCurrent TO TRUE.
    CALL "DateTimeService" USING dateTimeArea.
    MOVE DtTime TO wsNowTime.

    OPEN OUTPUT WATCH-REPORT-FILE.
    MOVE "Batch window early warning" TO wsListLine.
    WRITE WatchReportLine FROM wsListLine.
    MOVE "==========================" TO wsListLine.
    WRITE WatchReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Night of "       DELIMITED BY SIZE
           wsNightDate       DELIMITED BY SIZE
           " started "       DELIMITED BY SIZE
           wsNightStart      DELIMITED BY SIZE
           "  checked at "   DELIMITED BY SIZE
           wsNowTime         DELIMITED BY SIZE
           "  overrun above " DELIMITED BY SIZE
           wsOverrunPercent  DELIMITED BY SIZE
           "% of norm"       DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE WatchReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE WatchReportLine FROM wsListLine.

    MOVE 0 TO wsRemaining.
    PERFORM reportOneStepAction
        VARYING deckTableIndex FROM 1 BY 1
        UNTIL deckTableIndex > deckTableCount.
    PERFORM projectFinishAction.
    CLOSE WATCH-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Batch window check at " wsNowTime.
    DISPLAY " Steps run so far     : " wsStepsDone.
    DISPLAY " Steps still to run   : " wsStepsToRun.
    DISPLAY " Of which with no norm: " wsStepsNoNorm.
    DISPLAY " Steps overrunning    : " wsFlaggedCount.
    DISPLAY " Projected finish     : " wsFinishText
        "  target " wsTargetText.
    IF overrunProjected
        DISPLAY " ** DECK PROJECTED TO FINISH AFTER THE TARGET **"
    END-IF.
    DISPLAY "=====================".
    IF wsFlaggedCount > 0 OR overrunProjected
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        MOVE "BatchWindowWatch" TO ParmLookProgram.
        MOVE "TARGET-END" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber < 2400
            MOVE ParmLookNumber TO wsTargetEnd
        END-IF.
        MOVE "OVERRUN-PCT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber > 100
            MOVE ParmLookNumber TO wsOverrunPercent
        END-IF.

    lookUpSettingAction.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.

    loadDeckTableAction.
        MOVE 0 TO deckTableCount.
        MOVE "N" TO runDeckEofSwitch.
        OPEN INPUT RUN-DECK-FILE.
        IF wsRunDeckStatus = "00"
            PERFORM readRunDeckAction
            PERFORM addDeckEntryAction UNTIL runDeckEof
            CLOSE RUN-DECK-FILE
        END-IF.

    readRunDeckAction.
        READ RUN-DECK-FILE
            AT END
                SET runDeckEof TO TRUE
        END-READ.

    addDeckEntryAction.
        IF deckTableCount < 100
            ADD 1 TO deckTableCount
            MOVE StepName TO deckTabStep(deckTableCount)
            MOVE StepProgram TO deckTabProgram(deckTableCount)
            MOVE "N" TO deckTabSeen(deckTableCount)
        END-IF.
        PERFORM readRunDeckAction.

    loadNormTableAction.
        MOVE 0 TO normTableCount.
        MOVE "N" TO normEofSwitch.
        OPEN INPUT NORM-FILE.
        IF wsNormStatus = "00"
            PERFORM readNormAction
            PERFORM addNormEntryAction UNTIL normEof
            CLOSE NORM-FILE
        END-IF.

    readNormAction.
        READ NORM-FILE
            AT END
                SET normEof TO TRUE
        END-READ.

    addNormEntryAction.
        IF normTableCount < 100
            ADD 1 TO normTableCount
            MOVE NormStepName TO normTabStep(normTableCount)
            MOVE NormAverage TO normTabAverage(normTableCount)
            MOVE NormWorst TO normTabWorst(normTableCount)
            MOVE NormSamples TO normTabSamples(normTableCount)
        END-IF.
        PERFORM readNormAction.

    scanStepLogAction.
*>      Each NIGHT OF line starts the reckoning again, so what is
*>      left at the end of the log is tonight.
        MOVE "N" TO stepLogEofSwitch.
        OPEN INPUT STEP-LOG-FILE.
        IF wsStepLogStatus = "00"
            PERFORM readStepLogAction
            PERFORM matchOneLogLineAction UNTIL stepLogEof
            CLOSE STEP-LOG-FILE
        END-IF.

    readStepLogAction.
        READ STEP-LOG-FILE
            AT END
                SET stepLogEof TO TRUE
        END-READ.

    matchOneLogLineAction.
        IF StepLogRecord(1:9) = "NIGHT OF "
            AND StepLogRecord(10:8) IS NUMERIC
            AND StepLogRecord(27:8) IS NUMERIC
            SET nightFound TO TRUE
            MOVE StepLogRecord(10:8) TO wsNightDate
            MOVE StepLogRecord(27:8) TO wsNightStart
            PERFORM VARYING deckTableIndex FROM 1 BY 1
                UNTIL deckTableIndex > deckTableCount
                MOVE "N" TO deckTabSeen(deckTableIndex)
            END-PERFORM
        END-IF.
        MOVE StepLogRecord(1:8) TO wsLogStep.
        IF nightFound
            AND StepLogRecord(26:7) = " start="
            AND StepLogRecord(33:8) IS NUMERIC
            AND StepLogRecord(46:8) IS NUMERIC
            AND StepLogRecord(58:4) IS NUMERIC
            PERFORM VARYING deckTableIndex FROM 1 BY 1
                UNTIL deckTableIndex > deckTableCount
                IF deckTabStep(deckTableIndex) = wsLogStep
                    MOVE "Y" TO deckTabSeen(deckTableIndex)
                    MOVE StepLogRecord(33:8)
                        TO deckTabStart(deckTableIndex)
                    MOVE StepLogRecord(46:8)
                        TO deckTabEnd(deckTableIndex)
                    MOVE StepLogRecord(58:4)
                        TO deckTabRc(deckTableIndex)
                END-IF
            END-PERFORM
        END-IF.
        PERFORM readStepLogAction.

    reportOneStepAction.
*>      This check's own deck entries are neither judged nor counted
*>      as work still to come.
        IF deckTabProgram(deckTableIndex) NOT = "BatchWindowWatch"
            PERFORM findNormEntryAction
            IF deckTabSeen(deckTableIndex) = "Y"
                PERFORM judgeRunStepAction
            ELSE
                PERFORM countStepToRunAction
            END-IF
            WRITE WatchReportLine FROM wsListLine
        END-IF.

    findNormEntryAction.
        MOVE 0 TO normFoundIndex.
        PERFORM VARYING normTableIndex FROM 1 BY 1
            UNTIL normTableIndex > normTableCount
            IF normTabStep(normTableIndex) = deckTabStep(deckTableIndex)
                MOVE normTableIndex TO normFoundIndex
            END-IF
        END-PERFORM.

    judgeRunStepAction.
        ADD 1 TO wsStepsDone.
        MOVE "N" TO stepFlaggedSwitch.
        SET DtElapsedTime TO TRUE.
        MOVE deckTabStart(deckTableIndex) TO DtTime.
        MOVE deckTabEnd(deckTableIndex) TO DtTimeEnd.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtTotalHundredths TO wsDuration.
        MOVE wsDuration TO wsHundredths.
        PERFORM editDurationAction.
        MOVE wsEditedDuration TO wsDurationText.
        MOVE SPACES TO wsListLine.
        STRING deckTabStep(deckTableIndex) DELIMITED BY SIZE
               " ran "                     DELIMITED BY SIZE
               wsDurationText              DELIMITED BY SIZE
               " rc="                      DELIMITED BY SIZE
               deckTabRc(deckTableIndex)   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        IF normFoundIndex = 0
            STRING "  no norm yet" DELIMITED BY SIZE
                   INTO wsListLine(30:)
            END-STRING
        ELSE
            PERFORM compareWithNormAction
        END-IF.
        IF stepFlagged
            ADD 1 TO wsFlaggedCount
        END-IF.

    compareWithNormAction.
        MOVE normTabAverage(normFoundIndex) TO wsHundredths.
        PERFORM editDurationAction.
        MOVE wsEditedDuration TO wsAverageText.
        MOVE normTabWorst(normFoundIndex) TO wsHundredths.
        PERFORM editDurationAction.
        MOVE wsEditedDuration TO wsWorstText.
        IF normTabAverage(normFoundIndex) > 0
            COMPUTE wsPercentOfNorm ROUNDED =
                wsDuration * 100 / normTabAverage(normFoundIndex)
                ON SIZE ERROR
                    MOVE 99999 TO wsPercentOfNorm
            END-COMPUTE
        ELSE
            MOVE 0 TO wsPercentOfNorm
        END-IF.
        MOVE wsPercentOfNorm TO wsEditedPercent.
        STRING "  avg "        DELIMITED BY SIZE
               wsAverageText   DELIMITED BY SIZE
               " worst "       DELIMITED BY SIZE
               wsWorstText     DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               wsEditedPercent DELIMITED BY SIZE
               "%"             DELIMITED BY SIZE
               INTO wsListLine(30:)
        END-STRING.
        IF normTabSamples(normFoundIndex) > 2
            COMPUTE wsOverrunLimit =
                normTabAverage(normFoundIndex) * wsOverrunPercent / 100
            IF wsDuration > wsOverrunLimit
                SET stepFlagged TO TRUE
                IF wsDuration > normTabWorst(normFoundIndex)
                    STRING " ** OVERRUN - NEW WORST **"
                        DELIMITED BY SIZE
                        INTO wsListLine(69:)
                    END-STRING
                ELSE
                    STRING " ** OVERRUN **" DELIMITED BY SIZE
                        INTO wsListLine(69:)
                    END-STRING
                END-IF
            END-IF
        END-IF.

    countStepToRunAction.
        ADD 1 TO wsStepsToRun.
        MOVE SPACES TO wsListLine.
        IF normFoundIndex = 0
            ADD 1 TO wsStepsNoNorm
            STRING deckTabStep(deckTableIndex) DELIMITED BY SIZE
                   " still to run - no norm, not in the projection"
                                               DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            ADD normTabAverage(normFoundIndex) TO wsRemaining
            MOVE normTabAverage(normFoundIndex) TO wsHundredths
            PERFORM editDurationAction
            STRING deckTabStep(deckTableIndex) DELIMITED BY SIZE
                   " still to run - norm "     DELIMITED BY SIZE
                   wsEditedDuration            DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.

    projectFinishAction.
*>      All reckoned from the night's start, so a window that runs
*>      past midnight compares the right way round.
        SET DtElapsedTime TO TRUE.
        MOVE wsNightStart TO DtTime.
        MOVE wsNowTime TO DtTimeEnd.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtTotalHundredths TO wsElapsedSoFar.
        SET DtElapsedTime TO TRUE.
        MOVE wsNightStart TO DtTime.
        COMPUTE DtTimeEnd = wsTargetEnd * 10000.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtTotalHundredths TO wsTargetOffset.
        COMPUTE wsProjected = wsElapsedSoFar + wsRemaining.
        SET DtConvertTime TO TRUE.
        MOVE wsNightStart TO DtTime.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtTotalHundredths TO wsNightStartHundredths.
        COMPUTE wsFinishClock = wsNightStartHundredths + wsProjected.
        PERFORM UNTIL wsFinishClock < 8640000
            SUBTRACT 8640000 FROM wsFinishClock
        END-PERFORM.
        MOVE wsFinishClock TO wsHundredths.
        PERFORM editDurationAction.
        MOVE wsEditedHours TO wsClockHH.
        MOVE wsEditedMinutes TO wsClockMM.
        MOVE wsEditedClock TO wsFinishText.
        COMPUTE wsClockHH = wsTargetEnd / 100.
        MOVE wsTargetEnd(3:2) TO wsClockMM.
        MOVE wsEditedClock TO wsTargetText.

        MOVE SPACES TO wsListLine.
        WRITE WatchReportLine FROM wsListLine.
        MOVE wsElapsedSoFar TO wsHundredths.
        PERFORM editDurationAction.
        MOVE SPACES TO wsListLine.
        STRING "Time gone so far: "  DELIMITED BY SIZE
               wsEditedDuration      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE WatchReportLine FROM wsListLine.
        MOVE wsRemaining TO wsHundredths.
        PERFORM editDurationAction.
        MOVE SPACES TO wsListLine.
        STRING "Still to run at norm: " DELIMITED BY SIZE
               wsEditedDuration         DELIMITED BY SIZE
               "  ("                    DELIMITED BY SIZE
               wsStepsNoNorm            DELIMITED BY SIZE
               " step(s) with no norm left out)" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE WatchReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Projected finish: " DELIMITED BY SIZE
               wsFinishText         DELIMITED BY SIZE
               "   target: "        DELIMITED BY SIZE
               wsTargetText         DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        IF wsProjected > wsTargetOffset
            SET overrunProjected TO TRUE
            COMPUTE wsOverBy = wsProjected - wsTargetOffset
            MOVE wsOverBy TO wsHundredths
            PERFORM editDurationAction
            STRING "   ** OVERRUN BY " DELIMITED BY SIZE
                   wsEditedDuration    DELIMITED BY SIZE
                   " **"               DELIMITED BY SIZE
                   INTO wsListLine(42:)
            END-STRING
        END-IF.
        WRITE WatchReportLine FROM wsListLine.

    editDurationAction.
        DIVIDE wsHundredths BY 100 GIVING wsSeconds.
        DIVIDE wsSeconds BY 3600 GIVING wsClockHours
            REMAINDER wsHourSeconds.
        DIVIDE wsHourSeconds BY 60 GIVING wsClockMinutes
            REMAINDER wsClockSeconds.
        IF wsClockHours > 99
            MOVE 99 TO wsEditedHours
        ELSE
            MOVE wsClockHours TO wsEditedHours
        END-IF.
        MOVE wsClockMinutes TO wsEditedMinutes.
        MOVE wsClockSeconds TO wsEditedSeconds.
