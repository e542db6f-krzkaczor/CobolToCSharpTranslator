
*> Seat-planning trend report over the COURSUTL history captured by
*> CourseUtilization: for each course, the fill rate on each of the
*> last N capture dates (N the CAPTURE-COUNT setting on the PARMMAST
*> parameter master, default 5, ten at most), with OVERSUBSCRIBED
*> flagged where the course is at or past its ceiling or carries a
*> waitlist, and UNDER-USED where the fill rate is below half.  Uncapped
*> courses (zero maximum) report their counts with no rate.  The
*> report lands on UTILTRND so next year's seat allocations argue
*> from history instead of anecdote.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its capture count
*>   from the old UTLPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsUtilizationStatus.

    SELECT TREND-REPORT-FILE ASSIGN TO "UTILTRND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.
    05  UtilMaxSeats   PIC 9(3).
    05  UtilWaitDepth  PIC 9(5).

FD  TREND-REPORT-FILE.
01  TrendReportLine     PIC X(100).


01 wsWantedCaptures PIC 99 VALUE 5.

01 parmLookArea.
    COPY PARMLOOK.

*> Pass one finds the distinct capture dates; the cutoff keeps only
*> the last N of them for pass two.
01 dateTableCount PIC 9(3) VALUE 0.
    GOBACK.

    loadParameterAction.
        MOVE "UtilizationTrend" TO ParmLookProgram.
        MOVE "CAPTURE-COUNT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsWantedCaptures
        END-IF.
        IF wsWantedCaptures > 10
            MOVE 10 TO wsWantedCaptures
