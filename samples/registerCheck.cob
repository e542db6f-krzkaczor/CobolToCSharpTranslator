IDENTIFICATION DIVISION.
PROGRAM-ID.  RegisterCheck.

*> Register completeness check for one term, to REGCHECK, so a
*> register nobody took shows up as missing rather than as perfect
*> attendance on AbsenceReport.  Every session the term should have
*> held is worked out from the COURSCHD weekly meetings: each date
*> from the TERMS start date to the day before the run (or the term
*> end, if sooner) is walked with CalendarService, and a course
*> meeting on that weekday is an expected session unless the date
*> is a bank holiday on HOLIDAYS - the same rule RegisterPrint uses.
*> ATTEND carries no meeting time, so a course meeting twice on one
*> day is one session there.
*>
*> Each expected session is set against the ATTEND marks for the
*> course and date.  The students expected are those on ENROLL for
*> the course and term who had enrolled by the session date; a
*> session with nobody enrolled is not expected.  A session with no
*> marks is listed as NO REGISTER; one whose marks cover only some of
*> the students expected is listed as PART with the number missing.
*> Marks for students not enrolled on the course do not count.
*>
*> The report is grouped by tutor (TutorLookup, for the term) and
*> course, with every course's expected, missing and part counts, so
*> the office can chase the gaps with each tutor the same week.  The
*> term is the one named on the optional TERMPRM control record,
*> otherwise the term covering today on TERMS; with neither, or with
*> more meetings, enrollments or sessions than the tables hold, the
*> run is refused with return code 8.  Return code 4 when any
*> register is missing or part taken.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TERM-PARAMETER-FILE ASSIGN TO "TERMPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermPrmStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttendStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT CHECK-REPORT-FILE ASSIGN TO "REGCHECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  TERM-PARAMETER-FILE.
01  TermParameterRecord.
    05  ParmTermCode        PIC X(6).

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

FD  SCHEDULE-FILE.
01  ScheduleRecord.
    05  SchedCourseCode PIC X(4).
    05  SchedDay        PIC 9.
    05  SchedStart      PIC 9(4).
    05  SchedEnd        PIC 9(4).
    05  SchedRoom       PIC X(8).

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  CHECK-REPORT-FILE.
01  CheckReportLine         PIC X(80).

WORKING-STORAGE SECTION.
01 wsTermPrmStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsAttendStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 scheduleEofSwitch PIC X VALUE "N".
   88 scheduleEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 attendEofSwitch PIC X VALUE "N".
   88 attendEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".

01 calendarArea.
    COPY CALENDAR.

01 tutorLookupArea.
    COPY TUTLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsReportTerm PIC X(6) VALUE SPACES.
01 wsTermStart PIC 9(8) VALUE 0.
01 wsTermEnd PIC 9(8) VALUE 0.
01 wsFirstDate PIC 9(8) VALUE 0.
01 wsLastDate PIC 9(8) VALUE 0.
01 wsSessionDate PIC 9(8) VALUE 0.
01 wsSessionWeekday PIC 9 VALUE 0.
01 wsFirstOfDate PIC 9(4) VALUE 0.

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 schedNotLoadedCount PIC 9(5) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse PIC X(4).
        10 schedTabDay    PIC 9.
        10 schedTabStart  PIC 9(4).

*> This term's enrollments on a scheduled course, in ENROLL key order.
01 enrollTableCount PIC 9(4) VALUE 0.
01 enrollTableIndex PIC 9(4) VALUE 0.
01 enrollNotLoadedCount PIC 9(5) VALUE 0.
01 enrollTable.
    05 enrollTableEntry OCCURS 3000 TIMES.
        10 enrollTabCourse  PIC X(4).
        10 enrollTabStudent PIC 9(7).
        10 enrollTabDate    PIC 9(8).

*> Every expected session, in date order.
01 sessTableCount PIC 9(4) VALUE 0.
01 sessTableIndex PIC 9(4) VALUE 0.
01 sessFoundIndex PIC 9(4) VALUE 0.
01 sessNotLoadedCount PIC 9(5) VALUE 0.
01 sessTable.
    05 sessTableEntry OCCURS 3000 TIMES.
        10 sessCourse    PIC X(4).
        10 sessDate      PIC 9(8).
        10 sessStart     PIC 9(4).
        10 sessExpected  PIC 9(4).
        10 sessMarked    PIC 9(4).

*> One line per scheduled course, sorted into tutor order to print.
01 checkTableCount PIC 9(3) VALUE 0.
01 checkTableIndex PIC 9(3) VALUE 0.
01 checkTable.
    05 checkTableEntry OCCURS 200 TIMES.
        10 checkTutorId    PIC X(6).
        10 checkTutorName  PIC X(25).
        10 checkCourse     PIC X(4).
        10 checkExpected   PIC 9(4).
        10 checkMissing    PIC 9(4).
        10 checkPart       PIC 9(4).
01 sortPassIndex PIC 9(3) VALUE 0.
01 sortScanIndex PIC 9(3) VALUE 0.
01 swapEntry PIC X(47).

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).
01 wsCourseTitle PIC X(20) VALUE SPACES.
01 wsLastTutorId PIC X(6) VALUE SPACES.
01 wsStudentEnrolled PIC X VALUE "N".

01 wsSessionsExpected PIC 9(5) VALUE 0.
01 wsSessionsComplete PIC 9(5) VALUE 0.
01 wsSessionsMissing PIC 9(5) VALUE 0.
01 wsSessionsPart PIC 9(5) VALUE 0.
01 wsHolidaysSkipped PIC 9(3) VALUE 0.
01 wsMarksCounted PIC 9(6) VALUE 0.
01 wsMarksOutside PIC 9(6) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(6)  VALUE SPACES.
   05 FILLER PIC X(10) VALUE "Date".
   05 FILLER PIC X(6)  VALUE "Time".
   05 FILLER PIC X(10) VALUE "Expected".
   05 FILLER PIC X(8)  VALUE "Marked".
   05 FILLER PIC X(20) VALUE "Register".

01 wsSessionLine.
   05 FILLER            PIC X(6) VALUE SPACES.
   05 wsSessLineDate    PIC 9(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessLineStart   PIC 9(4).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessLineExpected PIC ZZZ9.
   05 FILLER            PIC X(6) VALUE SPACES.
   05 wsSessLineMarked  PIC ZZZ9.
   05 FILLER            PIC X(4) VALUE SPACES.
   05 wsSessLineText    PIC X(30).

01 wsEditCount PIC ZZZ9.
01 wsEditCount2 PIC ZZZ9.
01 wsEditCount3 PIC ZZZ9.
01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM chooseTermAction.
    IF wsReportTerm = SPACES OR wsTermStart = 0
        DISPLAY "*************************************************"
        DISPLAY "** NO TERMPRM TERM ON TERMS AND NO TERM COVERS "
            wsRunDate
        DISPLAY "** REGISTERS NOT CHECKED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadScheduleTableAction.
    IF schedTableCount = 0
        DISPLAY "No course meetings on COURSCHD - no registers are "
            "expected.  Run refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadEnrollmentTableAction.
    PERFORM loadCourseTableAction.

*>  Sessions run from the term start to yesterday, or to the term
*>  end when the term is over; today's registers may not be in yet.
    MOVE wsTermStart TO wsFirstDate.
    MOVE 0 TO wsLastDate.
    MOVE wsFirstDate TO wsSessionDate.
    PERFORM expectOneDateAction UNTIL wsSessionDate > wsTermEnd
        OR wsSessionDate NOT < wsRunDate
        OR sessNotLoadedCount > 0.
    IF schedNotLoadedCount > 0 OR enrollNotLoadedCount > 0
            OR sessNotLoadedCount > 0
*>      A gap list from part of the term would pass registers unseen.
        DISPLAY "*************************************************"
        DISPLAY "** COURSCHD, ENROLL OR THE TERM'S SESSIONS HOLD "
            "MORE THAN THE TABLE -"
        DISPLAY "** " schedNotLoadedCount " MEETING(S), "
            enrollNotLoadedCount " ENROLLMENT(S) NOT LOADED, "
            "SESSIONS FROM " wsSessionDate " NOT CHECKED."
        DISPLAY "** REGISTERS NOT CHECKED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM countMarksAction.
    PERFORM buildCheckTableAction.
    PERFORM writeCheckReportAction.

    DISPLAY "=====================".
    DISPLAY " Register completeness totals - term " wsReportTerm
    DISPLAY " Sessions checked to  : " wsLastDate
    DISPLAY " Sessions expected    : " wsSessionsExpected
    DISPLAY " Registers complete   : " wsSessionsComplete
    DISPLAY " No register taken    : " wsSessionsMissing
    DISPLAY " Part register only   : " wsSessionsPart
    DISPLAY " Bank holidays skipped: " wsHolidaysSkipped
    DISPLAY " Marks not on a session or enrollment: " wsMarksOutside
    DISPLAY "=====================".
    IF wsSessionsMissing > 0 OR wsSessionsPart > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    chooseTermAction.
*>      TERMPRM names the term when present; otherwise the term that
*>      covers today.  Either way its dates come from TERMS.
        OPEN INPUT TERM-PARAMETER-FILE.
        IF wsTermPrmStatus = "00"
            READ TERM-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ParmTermCode TO wsReportTerm
            END-READ
            CLOSE TERM-PARAMETER-FILE
        END-IF.
        OPEN INPUT TERM-FILE.
        IF wsTermStatus = "00"
            PERFORM readTermAction
            PERFORM matchTermAction UNTIL termEof
            CLOSE TERM-FILE
        END-IF.

    readTermAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    matchTermAction.
        IF wsReportTerm = SPACES
            IF TermStartDate <= wsRunDate AND TermEndDate >= wsRunDate
                MOVE TermRecordCode TO wsReportTerm
                MOVE TermStartDate TO wsTermStart
                MOVE TermEndDate TO wsTermEnd
            END-IF
        ELSE
            IF TermRecordCode = wsReportTerm
                MOVE TermStartDate TO wsTermStart
                MOVE TermEndDate TO wsTermEnd
            END-IF
        END-IF.
        PERFORM readTermAction.

    loadScheduleTableAction.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL scheduleEof
            CLOSE SCHEDULE-FILE
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
            MOVE SchedStart TO schedTabStart(schedTableCount)
        ELSE
            ADD 1 TO schedNotLoadedCount
        END-IF.
        PERFORM readScheduleAction.

    loadEnrollmentTableAction.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM addEnrollmentEntryAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        ELSE
            DISPLAY "No enrollment file on record - " wsEnrollStatus
        END-IF.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    addEnrollmentEntryAction.
        IF EnrollTermCode = wsReportTerm
            PERFORM VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
                    OR schedTabCourse(schedTableIndex) = EnrollCourseCode
                CONTINUE
            END-PERFORM
            IF schedTableIndex NOT > schedTableCount
                IF enrollTableCount < 3000
                    ADD 1 TO enrollTableCount
                    MOVE EnrollCourseCode
                        TO enrollTabCourse(enrollTableCount)
                    MOVE EnrollStudentId
                        TO enrollTabStudent(enrollTableCount)
                    MOVE EnrollDate TO enrollTabDate(enrollTableCount)
                ELSE
                    ADD 1 TO enrollNotLoadedCount
                END-IF
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    loadCourseTableAction.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseRecordAction
            PERFORM addCourseTableEntryAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseRecordAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    addCourseTableEntryAction.
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    expectOneDateAction.
        MOVE wsSessionDate TO wsLastDate.
        SET CalDayOfWeek TO TRUE.
        MOVE wsSessionDate TO CalDate.
        CALL "CalendarService" USING calendarArea.
        MOVE CalWeekday TO wsSessionWeekday.
        SET CalIsBusinessDay TO TRUE.
        CALL "CalendarService" USING calendarArea.
        IF wsSessionWeekday < 6 AND NOT CalIsBusiness
            ADD 1 TO wsHolidaysSkipped
        ELSE
            COMPUTE wsFirstOfDate = sessTableCount + 1
            PERFORM VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
                IF schedTabDay(schedTableIndex) = wsSessionWeekday
                    PERFORM expectMeetingAction
                END-IF
            END-PERFORM
        END-IF.
        SET CalAddCalendar TO TRUE.
        MOVE wsSessionDate TO CalDate.
        MOVE 1 TO CalDaysRequested.
        CALL "CalendarService" USING calendarArea.
        MOVE CalResultDate TO wsSessionDate.

    expectMeetingAction.
*>      A second meeting of the course the same day shares the
*>      session already set up for it.
        MOVE 0 TO sessFoundIndex.
        PERFORM VARYING sessTableIndex FROM wsFirstOfDate BY 1
            UNTIL sessTableIndex > sessTableCount
            IF sessCourse(sessTableIndex) =
                    schedTabCourse(schedTableIndex)
                MOVE sessTableIndex TO sessFoundIndex
            END-IF
        END-PERFORM.
        IF sessFoundIndex = 0
            IF sessTableCount < 3000
                ADD 1 TO sessTableCount
                MOVE schedTabCourse(schedTableIndex)
                    TO sessCourse(sessTableCount)
                MOVE wsSessionDate TO sessDate(sessTableCount)
                MOVE schedTabStart(schedTableIndex)
                    TO sessStart(sessTableCount)
                MOVE 0 TO sessExpected(sessTableCount)
                MOVE 0 TO sessMarked(sessTableCount)
                PERFORM VARYING enrollTableIndex FROM 1 BY 1
                    UNTIL enrollTableIndex > enrollTableCount
                    IF enrollTabCourse(enrollTableIndex)
                            = sessCourse(sessTableCount)
                        AND enrollTabDate(enrollTableIndex)
                            NOT > wsSessionDate
                        ADD 1 TO sessExpected(sessTableCount)
                    END-IF
                END-PERFORM
                IF sessExpected(sessTableCount) = 0
                    SUBTRACT 1 FROM sessTableCount
                END-IF
            ELSE
                ADD 1 TO sessNotLoadedCount
            END-IF
        END-IF.

    countMarksAction.
        OPEN INPUT ATTENDANCE-FILE.
        IF wsAttendStatus = "00"
            PERFORM readAttendanceAction
            PERFORM countOneMarkAction UNTIL attendEof
            CLOSE ATTENDANCE-FILE
        ELSE
            DISPLAY "No attendance marks on record - every register "
                "is missing."
        END-IF.

    readAttendanceAction.
        READ ATTENDANCE-FILE
            AT END
                SET attendEof TO TRUE
        END-READ.

    countOneMarkAction.
        IF AttendDate >= wsFirstDate AND AttendDate <= wsLastDate
            MOVE 0 TO sessFoundIndex
            PERFORM VARYING sessTableIndex FROM 1 BY 1
                UNTIL sessTableIndex > sessTableCount
                    OR sessFoundIndex > 0
                    OR sessDate(sessTableIndex) > AttendDate
                IF sessDate(sessTableIndex) = AttendDate
                    AND sessCourse(sessTableIndex) = AttendCourseCode
                    MOVE sessTableIndex TO sessFoundIndex
                END-IF
            END-PERFORM
            MOVE "N" TO wsStudentEnrolled
            IF sessFoundIndex > 0
                PERFORM VARYING enrollTableIndex FROM 1 BY 1
                    UNTIL enrollTableIndex > enrollTableCount
                        OR wsStudentEnrolled = "Y"
                    IF enrollTabCourse(enrollTableIndex)
                            = AttendCourseCode
                        AND enrollTabStudent(enrollTableIndex)
                            = AttendStudentId
                        AND enrollTabDate(enrollTableIndex)
                            NOT > AttendDate
                        MOVE "Y" TO wsStudentEnrolled
                    END-IF
                END-PERFORM
            END-IF
            IF wsStudentEnrolled = "Y"
                ADD 1 TO sessMarked(sessFoundIndex)
                ADD 1 TO wsMarksCounted
            ELSE
                ADD 1 TO wsMarksOutside
            END-IF
        END-IF.
        PERFORM readAttendanceAction.

    buildCheckTableAction.
*>      One entry per scheduled course, with its tutor for the term,
*>      then sorted by tutor id and course for the report.
        PERFORM VARYING schedTableIndex FROM 1 BY 1
            UNTIL schedTableIndex > schedTableCount
            PERFORM VARYING checkTableIndex FROM 1 BY 1
                UNTIL checkTableIndex > checkTableCount
                    OR checkCourse(checkTableIndex) =
                        schedTabCourse(schedTableIndex)
                CONTINUE
            END-PERFORM
            IF checkTableIndex > checkTableCount
                ADD 1 TO checkTableCount
                MOVE schedTabCourse(schedTableIndex)
                    TO checkCourse(checkTableCount)
                MOVE schedTabCourse(schedTableIndex) TO TutLookCourse
                MOVE wsReportTerm TO TutLookTerm
                CALL "TutorLookup" USING tutorLookupArea
                IF TutLookFound
                    MOVE TutLookTutorId TO checkTutorId(checkTableCount)
                    MOVE TutLookTutorName
                        TO checkTutorName(checkTableCount)
                ELSE
                    MOVE HIGH-VALUES TO checkTutorId(checkTableCount)
                    MOVE "(no tutor assigned)"
                        TO checkTutorName(checkTableCount)
                END-IF
                MOVE 0 TO checkExpected(checkTableCount)
                MOVE 0 TO checkMissing(checkTableCount)
                MOVE 0 TO checkPart(checkTableCount)
            END-IF
        END-PERFORM.
        PERFORM tallyOneSessionAction
            VARYING sessTableIndex FROM 1 BY 1
            UNTIL sessTableIndex > sessTableCount.
        IF checkTableCount > 1
            PERFORM sortOnePassAction
                VARYING sortPassIndex FROM 1 BY 1
                UNTIL sortPassIndex >= checkTableCount
        END-IF.

    tallyOneSessionAction.
        PERFORM VARYING checkTableIndex FROM 1 BY 1
            UNTIL checkCourse(checkTableIndex) =
                sessCourse(sessTableIndex)
            CONTINUE
        END-PERFORM.
        ADD 1 TO checkExpected(checkTableIndex).
        ADD 1 TO wsSessionsExpected.
        EVALUATE TRUE
            WHEN sessMarked(sessTableIndex) = 0
                ADD 1 TO checkMissing(checkTableIndex)
                ADD 1 TO wsSessionsMissing
            WHEN sessMarked(sessTableIndex) <
                    sessExpected(sessTableIndex)
                ADD 1 TO checkPart(checkTableIndex)
                ADD 1 TO wsSessionsPart
            WHEN OTHER
                ADD 1 TO wsSessionsComplete
        END-EVALUATE.

    sortOnePassAction.
        PERFORM compareAndSwapAction
            VARYING sortScanIndex FROM 1 BY 1
            UNTIL sortScanIndex >= checkTableCount.

    compareAndSwapAction.
        IF checkTutorId(sortScanIndex) > checkTutorId(sortScanIndex + 1)
            OR (checkTutorId(sortScanIndex) =
                    checkTutorId(sortScanIndex + 1)
                AND checkCourse(sortScanIndex) >
                    checkCourse(sortScanIndex + 1))
            MOVE checkTableEntry(sortScanIndex) TO swapEntry
            MOVE checkTableEntry(sortScanIndex + 1)
                TO checkTableEntry(sortScanIndex)
            MOVE swapEntry TO checkTableEntry(sortScanIndex + 1)
        END-IF.

    writeCheckReportAction.
        OPEN OUTPUT CHECK-REPORT-FILE.
        MOVE "Register completeness check by tutor and course"
            TO wsListLine.
        WRITE CheckReportLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE CheckReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Term: "      DELIMITED BY SIZE
               wsReportTerm  DELIMITED BY SIZE
               "   Sessions " DELIMITED BY SIZE
               wsFirstDate   DELIMITED BY SIZE
               " to "        DELIMITED BY SIZE
               wsLastDate    DELIMITED BY SIZE
               "   Run date: " DELIMITED BY SIZE
               wsRunDate     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CheckReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsSessionsExpected TO wsEditCount.
        MOVE wsSessionsMissing TO wsEditCount2.
        MOVE wsSessionsPart TO wsEditCount3.
        STRING "Sessions expected "   DELIMITED BY SIZE
               wsEditCount            DELIMITED BY SIZE
               "   no register "      DELIMITED BY SIZE
               wsEditCount2           DELIMITED BY SIZE
               "   part register "    DELIMITED BY SIZE
               wsEditCount3           DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CheckReportLine FROM wsListLine.
        MOVE LOW-VALUES TO wsLastTutorId.
        PERFORM reportOneCourseAction
            VARYING checkTableIndex FROM 1 BY 1
            UNTIL checkTableIndex > checkTableCount.
        CLOSE CHECK-REPORT-FILE.

    reportOneCourseAction.
        IF checkTutorId(checkTableIndex) NOT = wsLastTutorId
            MOVE checkTutorId(checkTableIndex) TO wsLastTutorId
            MOVE SPACES TO wsListLine
            WRITE CheckReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            IF checkTutorId(checkTableIndex) = HIGH-VALUES
                MOVE "Tutor:  (no tutor assigned)" TO wsListLine
            ELSE
                STRING "Tutor:  " DELIMITED BY SIZE
                       checkTutorName(checkTableIndex)
                                  DELIMITED BY SIZE
                       " ("       DELIMITED BY SIZE
                       checkTutorId(checkTableIndex)
                                  DELIMITED BY SPACE
                       ")"        DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            END-IF
            WRITE CheckReportLine FROM wsListLine
        END-IF.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) =
                    checkCourse(checkTableIndex)
                MOVE courseTableTitle(courseTableIndex) TO wsCourseTitle
            END-IF
        END-PERFORM.
        MOVE checkExpected(checkTableIndex) TO wsEditCount.
        MOVE checkMissing(checkTableIndex) TO wsEditCount2.
        MOVE checkPart(checkTableIndex) TO wsEditCount3.
        MOVE SPACES TO wsListLine.
        STRING "  Course "    DELIMITED BY SIZE
               checkCourse(checkTableIndex) DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               wsCourseTitle  DELIMITED BY SIZE
               " expected"    DELIMITED BY SIZE
               wsEditCount    DELIMITED BY SIZE
               " none"        DELIMITED BY SIZE
               wsEditCount2   DELIMITED BY SIZE
               " part"        DELIMITED BY SIZE
               wsEditCount3   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CheckReportLine FROM wsListLine.
        IF checkMissing(checkTableIndex) > 0
                OR checkPart(checkTableIndex) > 0
            WRITE CheckReportLine FROM wsHeadingLine
            PERFORM reportOneSessionAction
                VARYING sessTableIndex FROM 1 BY 1
                UNTIL sessTableIndex > sessTableCount
        END-IF.

    reportOneSessionAction.
        IF sessCourse(sessTableIndex) = checkCourse(checkTableIndex)
                AND sessMarked(sessTableIndex) <
                    sessExpected(sessTableIndex)
            MOVE sessDate(sessTableIndex) TO wsSessLineDate
            MOVE sessStart(sessTableIndex) TO wsSessLineStart
            MOVE sessExpected(sessTableIndex) TO wsSessLineExpected
            MOVE sessMarked(sessTableIndex) TO wsSessLineMarked
            MOVE SPACES TO wsSessLineText
            IF sessMarked(sessTableIndex) = 0
                MOVE "NO REGISTER" TO wsSessLineText
            ELSE
                COMPUTE wsEditCount = sessExpected(sessTableIndex)
                    - sessMarked(sessTableIndex)
                STRING "PART -"    DELIMITED BY SIZE
                       wsEditCount DELIMITED BY SIZE
                       " not marked" DELIMITED BY SIZE
                       INTO wsSessLineText
                END-STRING
            END-IF
            WRITE CheckReportLine FROM wsSessionLine
        END-IF.
