IDENTIFICATION DIVISION.
PROGRAM-ID.  FundingClaim.

*> Quarterly funding claim on guided learning hours actually
*> attended, replacing the claim built by hand from the attendance
*> sheets.  Every ATTEND mark dated in the claim period is valued at
*> the scheduled hours of the session it records: the COURSCHD
*> meetings of the course on that day of the week (CalendarService
*> gives the weekday), start to end.  ATTEND carries no meeting time,
*> so a course meeting twice on one day is one session of both
*> meetings' hours.  A second mark for the same student, course and
*> date is ignored.
*>
*> Marks are sorted by student, course and date, and each student's
*> present sessions on a course are totalled into hours.  The course's
*> funding band comes from the FUNDBAND reference file.  A student
*> whose attendance on the course - present sessions over sessions
*> marked - is below the FundingClaim MIN-ATTEND-PCT setting on the
*> PARMMAST parameter master (75 when none is in force) is not
*> claimed for that course and is listed separately instead; so are
*> hours on a course with no funding band, which cannot be claimed
*> until the course is banded.
*>
*> The claim goes to FUNDCLM in the funding body's layout: an HDR
*> record (provider reference - the FundingClaim PROVIDER-REF setting
*> - claim reference, period and run date), a DTL record per student
*> and course claimed (band, sessions attended, hours and attendance
*> percentage) and a TRL record with the detail count, the number of
*> students and the total hours, which is the sum of the detail
*> hours.  FUNDSUM is the claim summary for the principal to sign:
*> the students below the minimum, totals by funding band, any
*> unbanded course and a certificate.
*>
*> The period comes from an optional FUNDPRM control record (first
*> and last dates and a claim reference); without one the last
*> complete calendar quarter is claimed, referenced as the year, Q
*> and the quarter number.  With unusable FUNDPRM dates, or no
*> FUNDBAND file, the run is refused with return code 8.  Return
*> code 4 when any hours are left unclaimed for want of a band, or a
*> present mark falls on a day the course has no timetabled meeting
*> and so cannot be valued.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLAIM-PARAMETER-FILE ASSIGN TO "FUNDPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT BAND-FILE ASSIGN TO "FUNDBAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBandStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttendStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT CLAIM-FILE ASSIGN TO "FUNDCLM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsClaimStatus.

    SELECT SUMMARY-FILE ASSIGN TO "FUNDSUM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSummaryStatus.

DATA DIVISION.
FILE SECTION.
FD  CLAIM-PARAMETER-FILE.
01  ClaimParameterRecord.
    05  FundParmFirstDate   PIC 9(8).
    05  FundParmLastDate    PIC 9(8).
    05  FundParmClaimRef    PIC X(6).

FD  BAND-FILE.
01  BandRecord.
    05  BandCourseCode      PIC X(4).
    05  BandCode            PIC X(4).
    05  BandTitle           PIC X(20).

FD  SCHEDULE-FILE.
01  ScheduleRecord.
    05  SchedCourseCode PIC X(4).
    05  SchedDay        PIC 9.
    05  SchedStart      PIC 9(4).
    05  SchedEnd        PIC 9(4).
    05  SchedRoom       PIC X(8).

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.
        88 markedPresent VALUE "P".

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortStudentId       PIC 9(7).
    05  SortCourseCode      PIC X(4).
    05  SortDate            PIC 9(8).
    05  SortMark            PIC X.
        88 sortPresent      VALUE "P".
    05  SortMinutes         PIC 9(4).

FD  CLAIM-FILE.
01  ClaimLine               PIC X(60).

FD  SUMMARY-FILE.
01  SummaryLine             PIC X(80).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsBandStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsAttendStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsClaimStatus PIC XX VALUE "00".
01 wsSummaryStatus PIC XX VALUE "00".

01 bandEofSwitch PIC X VALUE "N".
   88 bandEof VALUE "Y".
01 scheduleEofSwitch PIC X VALUE "N".
   88 scheduleEof VALUE "Y".
01 attendEofSwitch PIC X VALUE "N".
   88 attendEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 periodValidSwitch PIC X VALUE "Y".
   88 periodValid VALUE "Y".
01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".

01 calendarArea.
    COPY CALENDAR.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsFirstDate PIC 9(8) VALUE 0.
01 wsFirstDateParts REDEFINES wsFirstDate.
   05 wsFirstYear  PIC 9(4).
   05 wsFirstMonth PIC 9(2).
   05 wsFirstDay   PIC 9(2).
01 wsLastDate PIC 9(8) VALUE 0.
01 wsLastDateParts REDEFINES wsLastDate.
   05 wsLastYear  PIC 9(4).
   05 wsLastMonth PIC 9(2).
   05 wsLastDay   PIC 9(2).
01 wsClaimRef PIC X(6) VALUE SPACES.
01 wsQuarter PIC 9 VALUE 0.
01 wsQuarterRef.
   05 wsQuarterRefYear    PIC 9(4).
   05 FILLER              PIC X VALUE "Q".
   05 wsQuarterRefNumber  PIC 9.

01 wsMinimumPct PIC 9(3) VALUE 75.
01 wsProviderRef PIC X(8) VALUE "none".

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 schedNotLoadedCount PIC 9(5) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse  PIC X(4).
        10 schedTabDay     PIC 9.
        10 schedTabMinutes PIC 9(4).

*> Funding bands, and each banded course's band.
01 bandTableCount PIC 9(2) VALUE 0.
01 bandTableIndex PIC 9(2) VALUE 0.
01 bandTable.
    05 bandTableEntry OCCURS 20 TIMES.
        10 bandTabCode      PIC X(4).
        10 bandTabTitle     PIC X(20).
        10 bandTabLines     PIC 9(5).
        10 bandTabHours     PIC 9(7)V99.
01 courseBandCount PIC 9(3) VALUE 0.
01 courseBandIndex PIC 9(3) VALUE 0.
01 courseBandFound PIC 9(3) VALUE 0.
01 courseBandTable.
    05 courseBandEntry OCCURS 200 TIMES.
        10 courseBandCourse PIC X(4).
        10 courseBandBand   PIC 9(2).
01 wsBandsNotLoaded PIC 9(5) VALUE 0.

*> Courses with attended hours but no band.
01 unbandedCount PIC 9(3) VALUE 0.
01 unbandedIndex PIC 9(3) VALUE 0.
01 unbandedTable.
    05 unbandedEntry OCCURS 50 TIMES.
        10 unbandedCourse   PIC X(4).
        10 unbandedLines    PIC 9(5).
        10 unbandedHours    PIC 9(7)V99.
01 wsUnbandedDropped PIC 9(5) VALUE 0.

01 wsClockTime PIC 9(4) VALUE 0.
01 wsClockHours PIC 9(2) VALUE 0.
01 wsClockMinutes PIC 9(2) VALUE 0.
01 wsStartMinutes PIC 9(5) VALUE 0.
01 wsEndMinutes PIC 9(5) VALUE 0.
01 wsSessionMinutes PIC 9(4) VALUE 0.

*> The student and course being totalled.
01 wsPairStudent PIC 9(7) VALUE 0.
01 wsPairCourse PIC X(4) VALUE SPACES.
01 wsPairLastDate PIC 9(8) VALUE 0.
01 wsPairMarked PIC 9(4) VALUE 0.
01 wsPairPresent PIC 9(4) VALUE 0.
01 wsPairMinutes PIC 9(6) VALUE 0.
01 wsPairHours PIC 9(5)V99 VALUE 0.
01 wsPairPct PIC 9(3) VALUE 0.
01 wsLastClaimedStudent PIC 9(7) VALUE 0.

01 wsMarksRead PIC 9(7) VALUE 0.
01 wsMarksInPeriod PIC 9(7) VALUE 0.
01 wsDuplicateMarks PIC 9(5) VALUE 0.
01 wsUnvaluedMarks PIC 9(5) VALUE 0.
01 wsClaimLines PIC 9(7) VALUE 0.
01 wsClaimStudents PIC 9(7) VALUE 0.
01 wsClaimHours PIC 9(7)V99 VALUE 0.
01 wsBelowLines PIC 9(5) VALUE 0.
01 wsBelowTotalHours PIC 9(7)V99 VALUE 0.
01 wsUnbandedTotalHours PIC 9(7)V99 VALUE 0.

01 wsClaimHeader.
   05 FILLER               PIC X(3) VALUE "HDR".
   05 wsHeaderProvider     PIC X(8).
   05 wsHeaderClaimRef     PIC X(6).
   05 wsHeaderFirstDate    PIC 9(8).
   05 wsHeaderLastDate     PIC 9(8).
   05 wsHeaderRunDate      PIC 9(8).
01 wsClaimDetail.
   05 FILLER               PIC X(3) VALUE "DTL".
   05 wsDetailStudentId    PIC 9(7).
   05 wsDetailCourse       PIC X(4).
   05 wsDetailBand         PIC X(4).
   05 wsDetailSessions     PIC 9(4).
   05 wsDetailHours        PIC 9(5)V99.
   05 wsDetailPct          PIC 9(3).
01 wsClaimTrailer.
   05 FILLER               PIC X(3) VALUE "TRL".
   05 wsTrailerLines       PIC 9(7).
   05 wsTrailerStudents    PIC 9(7).
   05 wsTrailerHours       PIC 9(7)V99.

01 wsBelowHeading.
   05 FILLER PIC X(10) VALUE "  Student".
   05 FILLER PIC X(37) VALUE "Name".
   05 FILLER PIC X(6)  VALUE "Course".
   05 FILLER PIC X(4)  VALUE " Mkd".
   05 FILLER PIC X(8)  VALUE "    Pres".
   05 FILLER PIC X(5)  VALUE " Att%".
   05 FILLER PIC X(8)  VALUE "   Hours".

01 wsBelowLine.
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsBelowId           PIC 9(7).
   05 FILLER              PIC X VALUE SPACE.
   05 wsBelowSurname      PIC X(20).
   05 FILLER              PIC X VALUE SPACE.
   05 wsBelowForename     PIC X(15).
   05 FILLER              PIC X VALUE SPACE.
   05 wsBelowCourse       PIC X(4).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsBelowMarked       PIC ZZZ9.
   05 FILLER              PIC X(4) VALUE SPACES.
   05 wsBelowPresent      PIC ZZZ9.
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsBelowPct          PIC ZZ9.
   05 FILLER              PIC X VALUE SPACE.
   05 wsBelowHours        PIC ZZZ9.99.

01 wsBandHeading.
   05 FILLER PIC X(8)  VALUE "  Band".
   05 FILLER PIC X(22) VALUE "Description".
   05 FILLER PIC X(14) VALUE "  Claim lines".
   05 FILLER PIC X(14) VALUE "   Hours".

01 wsBandLine.
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsBandLineCode      PIC X(4).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsBandLineTitle     PIC X(20).
   05 FILLER              PIC X(6) VALUE SPACES.
   05 wsBandLineCount     PIC ZZZZ9.
   05 FILLER              PIC X(3) VALUE SPACES.
   05 wsBandLineHours     PIC Z,ZZZ,ZZ9.99.

01 wsEditHours PIC Z,ZZZ,ZZ9.99.
01 wsEditPct PIC ZZ9.
01 wsEditCount PIC Z,ZZZ,ZZ9.
01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM choosePeriodAction.
    IF NOT periodValid
        DISPLAY "*************************************************"
        DISPLAY "** FUNDPRM DATES ARE NOT A USABLE CLAIM PERIOD."
        DISPLAY "** RUN REFUSED - NO CLAIM WRITTEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadSettingsAction.
    PERFORM loadBandTableAction.
    IF bandTableCount = 0 OR wsBandsNotLoaded > 0
        DISPLAY "*************************************************"
        DISPLAY "** FUNDBAND IS MISSING, EMPTY OR HOLDS MORE THAN "
            "THE TABLE -"
        DISPLAY "** " wsBandsNotLoaded " RECORD(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - NO CLAIM WRITTEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadScheduleTableAction.
    IF schedNotLoadedCount > 0
*>      Hours valued from part of the timetable would understate it.
        DISPLAY "*************************************************"
        DISPLAY "** COURSCHD HOLDS MORE THAN THE TABLE - "
            schedNotLoadedCount " MEETING(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - NO CLAIM WRITTEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT CLAIM-FILE.
    MOVE wsProviderRef TO wsHeaderProvider.
    MOVE wsClaimRef TO wsHeaderClaimRef.
    MOVE wsFirstDate TO wsHeaderFirstDate.
    MOVE wsLastDate TO wsHeaderLastDate.
    MOVE wsRunDate TO wsHeaderRunDate.
    WRITE ClaimLine FROM wsClaimHeader.

    OPEN OUTPUT SUMMARY-FILE.
    PERFORM writeSummaryHeadingAction.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus = "00"
        SET masterOpen TO TRUE
    END-IF.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortStudentId
        ON ASCENDING KEY SortCourseCode
        ON ASCENDING KEY SortDate
        INPUT PROCEDURE IS selectMarksAction
        OUTPUT PROCEDURE IS totalHoursAction.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.

    MOVE wsClaimLines TO wsTrailerLines.
    MOVE wsClaimStudents TO wsTrailerStudents.
    MOVE wsClaimHours TO wsTrailerHours.
    WRITE ClaimLine FROM wsClaimTrailer.
    CLOSE CLAIM-FILE.
    PERFORM writeSummaryTotalsAction.
    CLOSE SUMMARY-FILE.

    DISPLAY "=====================".
    DISPLAY " Funding claim " wsClaimRef " control totals"
    DISPLAY " Period               : " wsFirstDate " to " wsLastDate
    DISPLAY " Marks in period      : " wsMarksInPeriod
    DISPLAY " Duplicate marks      : " wsDuplicateMarks
    DISPLAY " Claim lines          : " wsClaimLines
    DISPLAY " Students claimed     : " wsClaimStudents
    MOVE wsClaimHours TO wsEditHours.
    DISPLAY " Hours claimed        : " wsEditHours
    DISPLAY " Below minimum        : " wsBelowLines
    MOVE wsUnbandedTotalHours TO wsEditHours.
    DISPLAY " Hours, no band       : " wsEditHours
    DISPLAY " Present, not valued  : " wsUnvaluedMarks
    DISPLAY "=====================".
    IF unbandedCount > 0 OR wsUnvaluedMarks > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    choosePeriodAction.
*>      FUNDPRM names the period; otherwise the last full quarter.
        OPEN INPUT CLAIM-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ CLAIM-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FundParmFirstDate IS NUMERIC
                        AND FundParmLastDate IS NUMERIC
                        AND FundParmFirstDate > 0
                        AND FundParmFirstDate NOT > FundParmLastDate
                        MOVE FundParmFirstDate TO wsFirstDate
                        MOVE FundParmLastDate TO wsLastDate
                        MOVE FundParmClaimRef TO wsClaimRef
                    ELSE
                        MOVE "N" TO periodValidSwitch
                    END-IF
            END-READ
            CLOSE CLAIM-PARAMETER-FILE
        END-IF.
        IF periodValid AND wsFirstDate = 0
            PERFORM lastQuarterAction
        END-IF.
        IF wsClaimRef = SPACES
            MOVE wsLastYear TO wsQuarterRefYear
            COMPUTE wsQuarterRefNumber = (wsLastMonth - 1) / 3 + 1
            MOVE wsQuarterRef TO wsClaimRef
        END-IF.

    lastQuarterAction.
        COMPUTE wsQuarter = (wsRunMonth - 1) / 3.
        IF wsQuarter = 0
            COMPUTE wsFirstYear = wsRunYear - 1
            MOVE 4 TO wsQuarter
        ELSE
            MOVE wsRunYear TO wsFirstYear
        END-IF.
        COMPUTE wsFirstMonth = (wsQuarter - 1) * 3 + 1.
        MOVE 1 TO wsFirstDay.
        MOVE wsFirstYear TO wsLastYear.
        COMPUTE wsLastMonth = wsFirstMonth + 2.
        IF wsLastMonth = 6 OR wsLastMonth = 9
            MOVE 30 TO wsLastDay
        ELSE
            MOVE 31 TO wsLastDay
        END-IF.

    loadSettingsAction.
*>      Settings in force at the end of the claim period.
        MOVE "FundingClaim" TO ParmLookProgram.
        MOVE "MIN-ATTEND-PCT" TO ParmLookName.
        MOVE wsLastDate TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsMinimumPct
        END-IF.
        MOVE "FundingClaim" TO ParmLookProgram.
        MOVE "PROVIDER-REF" TO ParmLookName.
        MOVE wsLastDate TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound AND ParmLookValue NOT = SPACES
            MOVE ParmLookValue TO wsProviderRef
        END-IF.

    loadBandTableAction.
        OPEN INPUT BAND-FILE.
        IF wsBandStatus = "00"
            PERFORM readBandAction
            PERFORM addBandEntryAction UNTIL bandEof
            CLOSE BAND-FILE
        END-IF.

    readBandAction.
        READ BAND-FILE
            AT END
                SET bandEof TO TRUE
        END-READ.

    addBandEntryAction.
        PERFORM VARYING bandTableIndex FROM 1 BY 1
            UNTIL bandTableIndex > bandTableCount
                OR bandTabCode(bandTableIndex) = BandCode
            CONTINUE
        END-PERFORM.
        IF bandTableIndex > bandTableCount
            IF bandTableCount < 20
                ADD 1 TO bandTableCount
                MOVE BandCode TO bandTabCode(bandTableCount)
                MOVE BandTitle TO bandTabTitle(bandTableCount)
                MOVE 0 TO bandTabLines(bandTableCount)
                MOVE 0 TO bandTabHours(bandTableCount)
            ELSE
                ADD 1 TO wsBandsNotLoaded
            END-IF
        END-IF.
        IF bandTableIndex NOT > bandTableCount
            IF courseBandCount < 200
                ADD 1 TO courseBandCount
                MOVE BandCourseCode TO courseBandCourse(courseBandCount)
                MOVE bandTableIndex TO courseBandBand(courseBandCount)
            ELSE
                ADD 1 TO wsBandsNotLoaded
            END-IF
        END-IF.
        PERFORM readBandAction.

    loadScheduleTableAction.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL scheduleEof
            CLOSE SCHEDULE-FILE
        ELSE
            DISPLAY "No timetable file on record - no hours to value."
        END-IF.

    readScheduleAction.
        READ SCHEDULE-FILE
            AT END
                SET scheduleEof TO TRUE
        END-READ.

    addScheduleEntryAction.
        IF schedTableCount < 200
            ADD 1 TO schedTableCount
            MOVE SchedCourseCode TO schedTabCourse(schedTableCount)
            MOVE SchedDay TO schedTabDay(schedTableCount)
            MOVE SchedStart TO wsClockTime
            PERFORM clockToMinutesAction
            COMPUTE wsStartMinutes = wsClockHours * 60 + wsClockMinutes
            MOVE SchedEnd TO wsClockTime
            PERFORM clockToMinutesAction
            COMPUTE wsEndMinutes = wsClockHours * 60 + wsClockMinutes
            IF wsEndMinutes > wsStartMinutes
                COMPUTE schedTabMinutes(schedTableCount) =
                    wsEndMinutes - wsStartMinutes
            ELSE
                MOVE 0 TO schedTabMinutes(schedTableCount)
            END-IF
        ELSE
            ADD 1 TO schedNotLoadedCount
        END-IF.
        PERFORM readScheduleAction.

    clockToMinutesAction.
        DIVIDE wsClockTime BY 100 GIVING wsClockHours
            REMAINDER wsClockMinutes.

    selectMarksAction.
        OPEN INPUT ATTENDANCE-FILE.
        IF wsAttendStatus = "00"
            PERFORM readAttendanceAction
            PERFORM selectOneMarkAction UNTIL attendEof
            CLOSE ATTENDANCE-FILE
        ELSE
            DISPLAY "No attendance marks on record - nothing to claim."
        END-IF.

    readAttendanceAction.
        READ ATTENDANCE-FILE
            AT END
                SET attendEof TO TRUE
        END-READ.

    selectOneMarkAction.
        ADD 1 TO wsMarksRead.
        IF AttendDate >= wsFirstDate AND AttendDate <= wsLastDate
            ADD 1 TO wsMarksInPeriod
            SET CalDayOfWeek TO TRUE
            MOVE AttendDate TO CalDate
            CALL "CalendarService" USING calendarArea
            MOVE 0 TO wsSessionMinutes
            PERFORM VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
                IF schedTabCourse(schedTableIndex) = AttendCourseCode
                    AND schedTabDay(schedTableIndex) = CalWeekday
                    ADD schedTabMinutes(schedTableIndex)
                        TO wsSessionMinutes
                END-IF
            END-PERFORM
            MOVE AttendStudentId TO SortStudentId
            MOVE AttendCourseCode TO SortCourseCode
            MOVE AttendDate TO SortDate
            MOVE AttendMark TO SortMark
            MOVE wsSessionMinutes TO SortMinutes
            RELEASE SortWorkRecord
        END-IF.
        PERFORM readAttendanceAction.

    totalHoursAction.
        MOVE 0 TO wsPairStudent.
        MOVE SPACES TO wsPairCourse.
        PERFORM returnSortedAction.
        PERFORM totalOneMarkAction UNTIL sortEof.
        IF wsPairCourse NOT = SPACES
            PERFORM finishPairAction
        END-IF.
        IF wsBelowLines = 0
            MOVE "  None." TO wsListLine
            WRITE SummaryLine FROM wsListLine
        END-IF.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    totalOneMarkAction.
        IF SortStudentId NOT = wsPairStudent
                OR SortCourseCode NOT = wsPairCourse
            IF wsPairCourse NOT = SPACES
                PERFORM finishPairAction
            END-IF
            MOVE SortStudentId TO wsPairStudent
            MOVE SortCourseCode TO wsPairCourse
            MOVE 0 TO wsPairLastDate
            MOVE 0 TO wsPairMarked
            MOVE 0 TO wsPairPresent
            MOVE 0 TO wsPairMinutes
        END-IF.
        IF SortDate = wsPairLastDate
            ADD 1 TO wsDuplicateMarks
        ELSE
            MOVE SortDate TO wsPairLastDate
            ADD 1 TO wsPairMarked
            IF sortPresent
                ADD 1 TO wsPairPresent
                ADD SortMinutes TO wsPairMinutes
                IF SortMinutes = 0
                    ADD 1 TO wsUnvaluedMarks
                END-IF
            END-IF
        END-IF.
        PERFORM returnSortedAction.

    finishPairAction.
*>      The claim carries hours to the hundredth, and the trailer
*>      totals the hours as claimed so it agrees with the details.
        IF wsPairPresent > 0
            COMPUTE wsPairHours ROUNDED = wsPairMinutes / 60
            COMPUTE wsPairPct = wsPairPresent * 100 / wsPairMarked
            MOVE 0 TO courseBandFound
            PERFORM VARYING courseBandIndex FROM 1 BY 1
                UNTIL courseBandIndex > courseBandCount
                    OR courseBandFound > 0
                IF courseBandCourse(courseBandIndex) = wsPairCourse
                    MOVE courseBandIndex TO courseBandFound
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN courseBandFound = 0
                    PERFORM addUnbandedAction
                WHEN wsPairPct < wsMinimumPct
                    PERFORM writeBelowMinimumAction
                WHEN OTHER
                    PERFORM writeClaimDetailAction
            END-EVALUATE
        END-IF.

    writeClaimDetailAction.
        MOVE courseBandBand(courseBandFound) TO bandTableIndex.
        MOVE wsPairStudent TO wsDetailStudentId.
        MOVE wsPairCourse TO wsDetailCourse.
        MOVE bandTabCode(bandTableIndex) TO wsDetailBand.
        MOVE wsPairPresent TO wsDetailSessions.
        MOVE wsPairHours TO wsDetailHours.
        MOVE wsPairPct TO wsDetailPct.
        WRITE ClaimLine FROM wsClaimDetail.
        ADD 1 TO wsClaimLines.
        ADD wsPairHours TO wsClaimHours.
        ADD 1 TO bandTabLines(bandTableIndex).
        ADD wsPairHours TO bandTabHours(bandTableIndex).
        IF wsPairStudent NOT = wsLastClaimedStudent
            ADD 1 TO wsClaimStudents
            MOVE wsPairStudent TO wsLastClaimedStudent
        END-IF.

    writeBelowMinimumAction.
        ADD 1 TO wsBelowLines.
        ADD wsPairHours TO wsBelowTotalHours.
        MOVE wsPairStudent TO wsBelowId.
        MOVE wsPairStudent TO StudentId OF StudentMasterRecord.
        IF masterOpen
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "(not on master)" TO wsBelowSurname
                    MOVE SPACES TO wsBelowForename
                NOT INVALID KEY
                    MOVE Surname OF StudentMasterRecord
                        TO wsBelowSurname
                    MOVE Forename OF StudentMasterRecord
                        TO wsBelowForename
            END-READ
        ELSE
            MOVE SPACES TO wsBelowSurname
            MOVE SPACES TO wsBelowForename
        END-IF.
        MOVE wsPairCourse TO wsBelowCourse.
        MOVE wsPairMarked TO wsBelowMarked.
        MOVE wsPairPresent TO wsBelowPresent.
        MOVE wsPairPct TO wsBelowPct.
        MOVE wsPairHours TO wsBelowHours.
        WRITE SummaryLine FROM wsBelowLine.

    addUnbandedAction.
        ADD wsPairHours TO wsUnbandedTotalHours.
        PERFORM VARYING unbandedIndex FROM 1 BY 1
            UNTIL unbandedIndex > unbandedCount
                OR unbandedCourse(unbandedIndex) = wsPairCourse
            CONTINUE
        END-PERFORM.
        IF unbandedIndex > unbandedCount
            IF unbandedCount < 50
                ADD 1 TO unbandedCount
                MOVE wsPairCourse TO unbandedCourse(unbandedCount)
                MOVE 0 TO unbandedLines(unbandedCount)
                MOVE 0 TO unbandedHours(unbandedCount)
            ELSE
                ADD 1 TO wsUnbandedDropped
            END-IF
        END-IF.
        IF unbandedIndex NOT > unbandedCount
            ADD 1 TO unbandedLines(unbandedIndex)
            ADD wsPairHours TO unbandedHours(unbandedIndex)
        END-IF.

    writeSummaryHeadingAction.
        MOVE "Funding claim summary - guided learning hours attended"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "======================================================"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Provider: "     DELIMITED BY SIZE
               wsProviderRef    DELIMITED BY SIZE
               "   Claim: "     DELIMITED BY SIZE
               wsClaimRef       DELIMITED BY SIZE
               "   Period: "    DELIMITED BY SIZE
               wsFirstDate      DELIMITED BY SIZE
               " to "           DELIMITED BY SIZE
               wsLastDate       DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsMinimumPct TO wsEditPct.
        MOVE SPACES TO wsListLine.
        STRING "Run date: "     DELIMITED BY SIZE
               wsRunDate        DELIMITED BY SIZE
               "   Minimum attendance to claim: " DELIMITED BY SIZE
               wsEditPct        DELIMITED BY SIZE
               "%"              DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Below the minimum attendance - not claimed:"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        WRITE SummaryLine FROM wsBelowHeading.

    writeSummaryTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Claim totals by funding band:" TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        WRITE SummaryLine FROM wsBandHeading.
        PERFORM writeBandLineAction
            VARYING bandTableIndex FROM 1 BY 1
            UNTIL bandTableIndex > bandTableCount.
        MOVE SPACES TO wsBandLine.
        MOVE "TOTAL CLAIMED" TO wsBandLineTitle.
        MOVE wsClaimLines TO wsBandLineCount.
        MOVE wsClaimHours TO wsBandLineHours.
        WRITE SummaryLine FROM wsBandLine.
        MOVE wsClaimStudents TO wsEditCount.
        MOVE SPACES TO wsListLine.
        STRING "  Students claimed for: " DELIMITED BY SIZE
               wsEditCount               DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsBelowTotalHours TO wsEditHours.
        MOVE SPACES TO wsListLine.
        STRING "  Hours not claimed, below minimum: " DELIMITED BY SIZE
               wsEditHours               DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.

        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Courses with attended hours but no funding band:"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        PERFORM writeUnbandedLineAction
            VARYING unbandedIndex FROM 1 BY 1
            UNTIL unbandedIndex > unbandedCount.
        IF unbandedCount = 0
            MOVE "  None." TO wsListLine
            WRITE SummaryLine FROM wsListLine
        END-IF.
        IF wsUnbandedDropped > 0
            MOVE "  (more unbanded courses than listed)" TO wsListLine
            WRITE SummaryLine FROM wsListLine
        END-IF.
        IF wsUnvaluedMarks > 0
            MOVE wsUnvaluedMarks TO wsEditCount
            MOVE SPACES TO wsListLine
            STRING "  Present marks on a day with no timetabled "
                       DELIMITED BY SIZE
                   "meeting, not valued:" DELIMITED BY SIZE
                   wsEditCount DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE SummaryLine FROM wsListLine
        END-IF.

        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "I certify that this claim is for guided learning hours"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "actually attended, as recorded on the attendance"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "registers." TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Principal: ______________________________   Date: "
            TO wsListLine.
        MOVE "________" TO wsListLine(51:8).
        WRITE SummaryLine FROM wsListLine.

    writeBandLineAction.
        MOVE SPACES TO wsBandLine.
        MOVE bandTabCode(bandTableIndex) TO wsBandLineCode.
        MOVE bandTabTitle(bandTableIndex) TO wsBandLineTitle.
        MOVE bandTabLines(bandTableIndex) TO wsBandLineCount.
        MOVE bandTabHours(bandTableIndex) TO wsBandLineHours.
        WRITE SummaryLine FROM wsBandLine.

    writeUnbandedLineAction.
        MOVE unbandedHours(unbandedIndex) TO wsEditHours.
        MOVE unbandedLines(unbandedIndex) TO wsEditCount.
        MOVE SPACES TO wsListLine.
        STRING "  Course "             DELIMITED BY SIZE
               unbandedCourse(unbandedIndex) DELIMITED BY SIZE
               "  students"            DELIMITED BY SIZE
               wsEditCount             DELIMITED BY SIZE
               "  hours"               DELIMITED BY SIZE
               wsEditHours             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
