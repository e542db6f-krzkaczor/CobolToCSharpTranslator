IDENTIFICATION DIVISION.
PROGRAM-ID.  RunTimeTrend.

*> Weekly run-time trend for the batch window, from the RUNHIST
*> history RunTimeHistory keeps.  For every step the report on
*> TRENDRPT shows the average clean-run time (return code zero) for
*> the week ending on the run date and for each of the four weeks
*> before it, and the change of this week's average against the
*> four earlier weeks taken together.  A step whose average has grown
*> by more than the GROWTH-PCT setting on the PARMMAST parameter
*> master (20% unless set), with
*> at least 3 earlier runs to measure against, is flagged GROWING
*> and listed again at the foot of the report - the step creeping
*> from five minutes to fifty shows up here weeks before it overruns
*> the night.  Weeks are counted back from the run date through
*> CalendarService, a night's steps belonging to the date its NIGHT
*> OF line carries.  Anything flagged ends the run with RETURN-CODE
*> 4; no history on file with RETURN-CODE 8.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its growth
*>   percentage from the old BWINPRM card onto PARMMAST, effective on
*>   the day it runs, so the value in use is kept rather than falling
*>   back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HistoryRecord.
    COPY RUNHIST.

FD  TREND-REPORT-FILE.
01  TrendReportLine     PIC X(100).

WORKING-STORAGE SECTION.
01 wsHistoryStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".

01 wsGrowthPercent PIC 9(3) VALUE 20.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDigits REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsHistDigits.
   05 wsHistYear  PIC 9(4).
   05 wsHistMonth PIC 9(2).
   05 wsHistDay   PIC 9(2).
01 wsRunMonthNumber PIC 9(6) VALUE 0.
01 wsHistMonthNumber PIC 9(6) VALUE 0.
01 wsDaysBack PIC 9(5) VALUE 0.
01 wsWeekBack PIC 9(2) VALUE 0.

*> Week 1 is the week ending on the run date, weeks 2 to 5 the four
*> before it.
01 stepTableCount PIC 9(3) VALUE 0.
01 stepTableIndex PIC 9(3) VALUE 0.
01 stepFoundIndex PIC 9(3) VALUE 0.
01 stepTable.
   05 stepTableEntry OCCURS 100 TIMES.
      10 stepTabName    PIC X(8).
      10 stepTabWeek OCCURS 5 TIMES.
         15 stepTabRuns  PIC 9(4).
         15 stepTabTotal PIC 9(11).
      10 stepTabGrowing PIC X.
01 weekIndex PIC 9 VALUE 0.
01 wsDroppedCount PIC 9(5) VALUE 0.

01 wsThisAverage PIC 9(9) VALUE 0.
01 wsEarlierRuns PIC 9(5) VALUE 0.
01 wsEarlierTotal PIC 9(12) VALUE 0.
01 wsEarlierAverage PIC 9(9) VALUE 0.
01 wsGrowth PIC S9(5) VALUE 0.
01 wsEditedGrowth PIC -(4)9.
01 wsGrowingCount PIC 9(3) VALUE 0.

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

01 wsTrendLine.
   05 wsTrendStep     PIC X(8).
   05 wsTrendWeek OCCURS 5 TIMES.
      10 FILLER       PIC X(2).
      10 wsTrendAverage PIC X(8).
   05 FILLER          PIC X(2).
   05 wsTrendGrowth   PIC X(6).
   05 FILLER          PIC X(2).
   05 wsTrendFlag     PIC X(12).

01 calendarArea.
    COPY CALENDAR.

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    COMPUTE wsRunMonthNumber = wsRunYear * 12 + wsRunMonth.
    PERFORM loadParameterAction.
    OPEN INPUT HISTORY-FILE.
    IF wsHistoryStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** NO RUN-TIME HISTORY (RUNHIST) ON FILE - "
            wsHistoryStatus
        DISPLAY "** TREND REPORT NOT PRODUCED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM readHistoryAction.
    PERFORM foldHistoryRecordAction UNTIL historyEof.
    CLOSE HISTORY-FILE.

    OPEN OUTPUT TREND-REPORT-FILE.
    MOVE "Batch window run-time trend" TO wsListLine.
    WRITE TrendReportLine FROM wsListLine.
    MOVE "===========================" TO wsListLine.
    WRITE TrendReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Week ending "        DELIMITED BY SIZE
           wsRunDate             DELIMITED BY SIZE
           "   growing above "   DELIMITED BY SIZE
           wsGrowthPercent       DELIMITED BY SIZE
           "% on the four weeks before" DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE TrendReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE TrendReportLine FROM wsListLine.
    MOVE "Step      this wk   1 wk ago  2 wk ago  3 wk ago  4 wk ago"
        TO wsListLine.
    MOVE "change" TO wsListLine(61:6).
    WRITE TrendReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE TrendReportLine FROM wsListLine.
    PERFORM writeStepTrendAction
        VARYING stepTableIndex FROM 1 BY 1
        UNTIL stepTableIndex > stepTableCount.
    PERFORM writeGrowingListAction.
    CLOSE TREND-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Run-time trend, week ending " wsRunDate.
    DISPLAY "=====================".
    DISPLAY " Steps reported : " stepTableCount.
    DISPLAY " Steps growing  : " wsGrowingCount.
    IF wsDroppedCount > 0
        DISPLAY " Runs not reported (table full): " wsDroppedCount
    END-IF.
    IF wsGrowingCount > 0 OR wsDroppedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        MOVE "RunTimeTrend" TO ParmLookProgram.
        MOVE "GROWTH-PCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsGrowthPercent
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    foldHistoryRecordAction.
*>      Only nights in the last three months are worth asking the
*>      calendar about; the five weeks reported all fall within them.
        IF HistReturnCode = 0
            AND HistNightDate IS NUMERIC
            AND HistNightDate NOT > wsRunDate
            MOVE HistNightDate TO wsHistDigits
            COMPUTE wsHistMonthNumber = wsHistYear * 12 + wsHistMonth
            IF wsRunMonthNumber - wsHistMonthNumber < 3
                PERFORM placeInWeekAction
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    placeInWeekAction.
        SET CalCalendarDays TO TRUE.
        MOVE HistNightDate TO CalDate.
        MOVE wsRunDate TO CalDate2.
        CALL "CalendarService" USING calendarArea.
        MOVE CalDayCount TO wsDaysBack.
        COMPUTE wsWeekBack = wsDaysBack / 7 + 1.
        IF wsWeekBack < 6
            PERFORM findStepEntryAction
            MOVE wsWeekBack TO weekIndex
            IF stepFoundIndex > 0
                ADD 1 TO stepTabRuns(stepFoundIndex, weekIndex)
                ADD HistDuration
                    TO stepTabTotal(stepFoundIndex, weekIndex)
            ELSE
                ADD 1 TO wsDroppedCount
            END-IF
        END-IF.

    findStepEntryAction.
        MOVE 0 TO stepFoundIndex.
        PERFORM VARYING stepTableIndex FROM 1 BY 1
            UNTIL stepTableIndex > stepTableCount
            IF stepTabName(stepTableIndex) = HistStepName
                MOVE stepTableIndex TO stepFoundIndex
            END-IF
        END-PERFORM.
        IF stepFoundIndex = 0
            AND stepTableCount < 100
            ADD 1 TO stepTableCount
            MOVE stepTableCount TO stepFoundIndex
            MOVE HistStepName TO stepTabName(stepFoundIndex)
            MOVE "N" TO stepTabGrowing(stepFoundIndex)
            PERFORM VARYING weekIndex FROM 1 BY 1 UNTIL weekIndex > 5
                MOVE 0 TO stepTabRuns(stepFoundIndex, weekIndex)
                MOVE 0 TO stepTabTotal(stepFoundIndex, weekIndex)
            END-PERFORM
        END-IF.

    writeStepTrendAction.
        MOVE SPACES TO wsTrendLine.
        MOVE stepTabName(stepTableIndex) TO wsTrendStep.
        PERFORM VARYING weekIndex FROM 1 BY 1 UNTIL weekIndex > 5
            IF stepTabRuns(stepTableIndex, weekIndex) = 0
                MOVE "    -" TO wsTrendAverage(weekIndex)
            ELSE
                COMPUTE wsHundredths ROUNDED =
                    stepTabTotal(stepTableIndex, weekIndex)
                    / stepTabRuns(stepTableIndex, weekIndex)
                PERFORM editDurationAction
                MOVE wsEditedDuration TO wsTrendAverage(weekIndex)
            END-IF
        END-PERFORM.
        MOVE 0 TO wsEarlierRuns.
        MOVE 0 TO wsEarlierTotal.
        PERFORM VARYING weekIndex FROM 2 BY 1 UNTIL weekIndex > 5
            ADD stepTabRuns(stepTableIndex, weekIndex) TO wsEarlierRuns
            ADD stepTabTotal(stepTableIndex, weekIndex)
                TO wsEarlierTotal
        END-PERFORM.
        IF stepTabRuns(stepTableIndex, 1) = 0
            MOVE "no runs" TO wsTrendFlag
        ELSE
            IF wsEarlierRuns = 0
                MOVE "new" TO wsTrendFlag
            ELSE
                PERFORM measureGrowthAction
            END-IF
        END-IF.
        WRITE TrendReportLine FROM wsTrendLine.

    measureGrowthAction.
        COMPUTE wsThisAverage ROUNDED =
            stepTabTotal(stepTableIndex, 1)
            / stepTabRuns(stepTableIndex, 1).
        COMPUTE wsEarlierAverage ROUNDED =
            wsEarlierTotal / wsEarlierRuns.
        IF wsEarlierAverage = 0
            MOVE 0 TO wsGrowth
        ELSE
            COMPUTE wsGrowth ROUNDED =
                (wsThisAverage - wsEarlierAverage) * 100
                / wsEarlierAverage
                ON SIZE ERROR
                    MOVE 99999 TO wsGrowth
            END-COMPUTE
        END-IF.
        MOVE wsGrowth TO wsEditedGrowth.
        MOVE SPACES TO wsTrendGrowth.
        STRING wsEditedGrowth DELIMITED BY SIZE
               "%"            DELIMITED BY SIZE
               INTO wsTrendGrowth
        END-STRING.
        IF wsGrowth > wsGrowthPercent
            AND wsEarlierRuns > 2
            MOVE "** GROWING" TO wsTrendFlag
            MOVE "Y" TO stepTabGrowing(stepTableIndex)
            ADD 1 TO wsGrowingCount
        END-IF.

    writeGrowingListAction.
        MOVE SPACES TO wsListLine.
        WRITE TrendReportLine FROM wsListLine.
        IF wsGrowingCount = 0
            MOVE "No step has grown beyond the limit this week."
                TO wsListLine
            WRITE TrendReportLine FROM wsListLine
        ELSE
            MOVE SPACES TO wsListLine
            STRING "Steps growing: " DELIMITED BY SIZE
                   wsGrowingCount    DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE TrendReportLine FROM wsListLine
            PERFORM VARYING stepTableIndex FROM 1 BY 1
                UNTIL stepTableIndex > stepTableCount
                IF stepTabGrowing(stepTableIndex) = "Y"
                    MOVE SPACES TO wsListLine
                    STRING "  " DELIMITED BY SIZE
                           stepTabName(stepTableIndex)
                                DELIMITED BY SIZE
                           INTO wsListLine
                    END-STRING
                    WRITE TrendReportLine FROM wsListLine
                END-IF
            END-PERFORM
        END-IF.

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
