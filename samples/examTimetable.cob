IDENTIFICATION DIVISION.
PROGRAM-ID.  ExamTimetable.

*> Exam timetable generator.  The EXAMPRM control record gives the
*> exam period (first and last date), the number of sessions a day
*> (1 = morning only, 2 = morning and afternoon) and optionally the
*> term whose enrollments sit; EXAMCRS lists the courses sitting an
*> exam.  Sessions are laid out over the business days of the period
*> through CalendarService, so weekends and HOLIDAYS are skipped.
*>
*> Candidates are the ENROLL rows for each exam course.  Any two exam
*> courses sharing a student clash and are never put in the same
*> session.  Courses are placed most-clashed first, each into the
*> earliest session with no clashing course already in it and a free
*> room on ROOMS seating all its candidates - the smallest such room,
*> one exam to a room.  A course that fits nowhere is reported with
*> the placed courses that blocked it and the students they share.
*>
*> Output: EXAMSESS (one record per placed exam - course, date,
*> session and room), the EXAMTIME timetable print in session order,
*> and EXAMSTU, a personal exam timetable per student.  Return code
*> 4 when any course could not be placed, 8 when the run is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXAM-PARAMETER-FILE ASSIGN TO "EXAMPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParmStatus.

    SELECT EXAM-COURSE-FILE ASSIGN TO "EXAMCRS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsExamCourseStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRoomStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT EXAM-SESSION-FILE ASSIGN TO "EXAMSESS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSessionStatus.

    SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTIME"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

    SELECT STUDENT-EXAM-FILE ASSIGN TO "EXAMSTU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsStudentReportStatus.

DATA DIVISION.
FILE SECTION.
FD  EXAM-PARAMETER-FILE.
01  ExamParameterRecord.
    05  ExamParmFirstDate   PIC 9(8).
    05  ExamParmLastDate    PIC 9(8).
    05  ExamParmSessions    PIC 9.
    05  ExamParmTerm        PIC X(6).

FD  EXAM-COURSE-FILE.
01  ExamCourseRecord.
    05  ExamCourseCode      PIC X(4).

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  ROOM-FILE.
01  RoomRecord.
    05  RoomCode        PIC X(8).
    05  RoomCapacity    PIC 9(3).
    05  RoomBuilding    PIC X(20).
    05  RoomFacilities.
        10  RoomProjector   PIC X.
        10  RoomComputers   PIC X.
        10  RoomLab         PIC X.
        10  RoomStepFree    PIC X.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  EXAM-SESSION-FILE.
01  ExamSessionRecord.
    05  SessCourseCode      PIC X(4).
    05  SessDate            PIC 9(8).
    05  SessPart            PIC X(2).
    05  SessRoom            PIC X(8).

FD  EXAM-TIMETABLE-FILE.
01  ExamTimetableLine       PIC X(80).

FD  STUDENT-EXAM-FILE.
01  StudentExamLine         PIC X(80).

WORKING-STORAGE SECTION.
01 wsParmStatus PIC XX VALUE "00".
01 wsExamCourseStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsRoomStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsSessionStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsStudentReportStatus PIC XX VALUE "00".

01 examCourseEofSwitch PIC X VALUE "N".
   88 examCourseEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 roomEofSwitch PIC X VALUE "N".
   88 roomEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 parmFoundSwitch PIC X VALUE "N".
   88 parmFound VALUE "Y".
01 sessionBlockedSwitch PIC X VALUE "N".
   88 sessionBlocked VALUE "Y".

*> The courses sitting, in EXAMCRS order.
01 examTableCount PIC 9(3) VALUE 0.
01 examTableIndex PIC 9(3) VALUE 0.
01 otherExamIndex PIC 9(3) VALUE 0.
01 examFoundIndex PIC 9(3) VALUE 0.
01 examNotLoadedCount PIC 9(5) VALUE 0.
01 examTable.
    05 examTableEntry OCCURS 50 TIMES.
        10 examCourse       PIC X(4).
        10 examTitle        PIC X(20).
        10 examCandidates   PIC 9(5).
        10 examDegree       PIC 9(3).
        10 examSession      PIC 9(3).
        10 examRoomIndex    PIC 9(3).
        10 examRoomShort    PIC X.

*> Students shared by each pair of exam courses.
01 clashMatrix.
    05 clashRow OCCURS 50 TIMES.
        10 clashCount OCCURS 50 TIMES PIC 9(4).

*> Placing order: most-clashed first, then most candidates.
01 orderTable.
    05 orderExam OCCURS 50 TIMES PIC 9(3).
01 orderIndex PIC 9(3) VALUE 0.
01 sortPassIndex PIC 9(3) VALUE 0.
01 sortScanIndex PIC 9(3) VALUE 0.
01 swapOrder PIC 9(3) VALUE 0.
01 swapNeededSwitch PIC X VALUE "N".
   88 swapNeeded VALUE "Y".

01 roomTableCount PIC 9(3) VALUE 0.
01 roomTableIndex PIC 9(3) VALUE 0.
01 roomFoundIndex PIC 9(3) VALUE 0.
01 roomNotLoadedCount PIC 9(5) VALUE 0.
01 roomTable.
    05 roomTableEntry OCCURS 100 TIMES.
        10 roomTabCode     PIC X(8).
        10 roomTabCapacity PIC 9(3).

01 sessionTableCount PIC 9(3) VALUE 0.
01 sessionTableIndex PIC 9(3) VALUE 0.
01 sessionsBeyondTable PIC 9(5) VALUE 0.
01 sessionTable.
    05 sessionTableEntry OCCURS 60 TIMES.
        10 sessTabDate     PIC 9(8).
        10 sessTabPart     PIC X(2).
        10 sessTabRoomUsed PIC X OCCURS 100 TIMES.

*> The exam courses of the student being read from ENROLL.
01 studentExamCount PIC 9(3) VALUE 0.
01 studentExamIndex PIC 9(3) VALUE 0.
01 otherStudentIndex PIC 9(3) VALUE 0.
01 studentExams.
    05 studentExam OCCURS 50 TIMES PIC 9(3).
01 swapStudentExam PIC 9(3) VALUE 0.
01 wsCurrentStudent PIC 9(7) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsSessionsPerDay PIC 9 VALUE 2.
01 wsFilterTerm PIC X(6) VALUE SPACES.
01 wsPeriodDate PIC 9(8) VALUE 0.
01 wsCandidatesRead PIC 9(7) VALUE 0.
01 wsPlacedCount PIC 9(3) VALUE 0.
01 wsUnplacedCount PIC 9(3) VALUE 0.
01 wsStudentsPrinted PIC 9(5) VALUE 0.
01 wsBestCapacity PIC 9(3) VALUE 0.
01 wsLookupCourse PIC X(4) VALUE SPACES.
01 wsEditCount PIC ZZZ9.

01 wsSessionLine.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessDate        PIC 9(8).
   05 FILLER            PIC X VALUE SPACE.
   05 wsSessPart        PIC X(2).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessCourse      PIC X(4).
   05 FILLER            PIC X VALUE SPACE.
   05 wsSessTitle       PIC X(20).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessRoom        PIC X(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsSessCandidates  PIC ZZZZ9.
   05 FILLER            PIC X(11) VALUE " candidates".

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM readParameterAction.
    IF NOT parmFound
        DISPLAY "*************************************************"
        DISPLAY "** NO VALID EXAM PERIOD ON EXAMPRM - FIRST AND "
            "LAST DATE NEEDED."
        DISPLAY "** EXAM TIMETABLE NOT GENERATED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadExamCourseTableAction.
    PERFORM loadRoomTableAction.
    PERFORM buildSessionTableAction.
    IF examNotLoadedCount > 0 OR roomNotLoadedCount > 0
            OR examTableCount = 0 OR roomTableCount = 0
            OR sessionTableCount = 0
        DISPLAY "*************************************************"
        DISPLAY "** EXAM TIMETABLE NOT GENERATED:"
        DISPLAY "**   exam courses " examTableCount
            " (" examNotLoadedCount " beyond the table)"
        DISPLAY "**   rooms        " roomTableCount
            " (" roomNotLoadedCount " beyond the table)"
        DISPLAY "**   sessions     " sessionTableCount
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadCourseTitlesAction.
    PERFORM countCandidatesAction.
    PERFORM orderExamsAction.
    PERFORM placeOneExamAction
        VARYING orderIndex FROM 1 BY 1
        UNTIL orderIndex > examTableCount.
    PERFORM writeSessionFileAction.
    PERFORM printExamTimetableAction.
    PERFORM printStudentTimetablesAction.

    DISPLAY "=====================".
    DISPLAY " Exam timetable control totals"
    DISPLAY " Exam period          : " ExamParmFirstDate
        " to " ExamParmLastDate
    DISPLAY " Sessions available   : " sessionTableCount
    DISPLAY " Exam courses         : " examTableCount
    DISPLAY " Candidate entries    : " wsCandidatesRead
    DISPLAY " Courses placed       : " wsPlacedCount
    DISPLAY " Courses not placed   : " wsUnplacedCount
    DISPLAY " Student timetables   : " wsStudentsPrinted
    DISPLAY "=====================".
    IF sessionsBeyondTable > 0
        DISPLAY "** " sessionsBeyondTable " session(s) at the end of "
            "the period beyond the table - not used."
    END-IF.
    IF wsUnplacedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    readParameterAction.
        OPEN INPUT EXAM-PARAMETER-FILE.
        IF wsParmStatus = "00"
            READ EXAM-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ExamParmFirstDate IS NUMERIC
                        AND ExamParmLastDate IS NUMERIC
                        AND ExamParmFirstDate > 0
                        AND ExamParmLastDate >= ExamParmFirstDate
                        SET parmFound TO TRUE
                    END-IF
            END-READ
            CLOSE EXAM-PARAMETER-FILE
        END-IF.
        IF parmFound
            IF ExamParmSessions = 1
                MOVE 1 TO wsSessionsPerDay
            END-IF
            MOVE ExamParmTerm TO wsFilterTerm
        END-IF.

    loadExamCourseTableAction.
        OPEN INPUT EXAM-COURSE-FILE.
        IF wsExamCourseStatus = "00"
            PERFORM readExamCourseAction
            PERFORM addExamCourseAction UNTIL examCourseEof
            CLOSE EXAM-COURSE-FILE
        END-IF.

    readExamCourseAction.
        READ EXAM-COURSE-FILE
            AT END
                SET examCourseEof TO TRUE
        END-READ.

    addExamCourseAction.
        MOVE ExamCourseCode TO wsLookupCourse.
        PERFORM findExamAction.
        IF examFoundIndex = 0 AND ExamCourseCode NOT = SPACES
            IF examTableCount < 50
                ADD 1 TO examTableCount
                MOVE ExamCourseCode TO examCourse(examTableCount)
                MOVE "(title not on file)" TO examTitle(examTableCount)
                MOVE 0 TO examCandidates(examTableCount)
                MOVE 0 TO examDegree(examTableCount)
                MOVE 0 TO examSession(examTableCount)
                MOVE 0 TO examRoomIndex(examTableCount)
                MOVE "N" TO examRoomShort(examTableCount)
                MOVE examTableCount TO orderExam(examTableCount)
            ELSE
                ADD 1 TO examNotLoadedCount
            END-IF
        END-IF.
        PERFORM readExamCourseAction.

    findExamAction.
        MOVE 0 TO examFoundIndex.
        PERFORM VARYING examTableIndex FROM 1 BY 1
            UNTIL examTableIndex > examTableCount
                OR examFoundIndex > 0
            IF examCourse(examTableIndex) = wsLookupCourse
                MOVE examTableIndex TO examFoundIndex
            END-IF
        END-PERFORM.

    loadRoomTableAction.
        OPEN INPUT ROOM-FILE.
        IF wsRoomStatus = "00"
            PERFORM readRoomAction
            PERFORM addRoomEntryAction UNTIL roomEof
            CLOSE ROOM-FILE
        END-IF.

    readRoomAction.
        READ ROOM-FILE
            AT END
                SET roomEof TO TRUE
        END-READ.

    addRoomEntryAction.
        IF roomTableCount < 100
            ADD 1 TO roomTableCount
            MOVE RoomCode TO roomTabCode(roomTableCount)
            MOVE RoomCapacity TO roomTabCapacity(roomTableCount)
        ELSE
            ADD 1 TO roomNotLoadedCount
        END-IF.
        PERFORM readRoomAction.

    buildSessionTableAction.
*>      Start on the first business day of the period and step from
*>      business day to business day until the period ends.
        MOVE ExamParmFirstDate TO wsPeriodDate.
        SET CalIsBusinessDay TO TRUE.
        MOVE wsPeriodDate TO CalDate.
        CALL "CalendarService" USING calendarArea.
        IF NOT CalIsBusiness
            PERFORM stepToNextBusinessDayAction
        END-IF.
        PERFORM addDaySessionsAction
            UNTIL wsPeriodDate > ExamParmLastDate.

    stepToNextBusinessDayAction.
        SET CalNextBusiness TO TRUE.
        MOVE wsPeriodDate TO CalDate.
        CALL "CalendarService" USING calendarArea.
        MOVE CalResultDate TO wsPeriodDate.

    addDaySessionsAction.
        MOVE "AM" TO wsSessPart.
        PERFORM addOneSessionAction.
        IF wsSessionsPerDay = 2
            MOVE "PM" TO wsSessPart
            PERFORM addOneSessionAction
        END-IF.
        PERFORM stepToNextBusinessDayAction.

    addOneSessionAction.
        IF sessionTableCount < 60
            ADD 1 TO sessionTableCount
            MOVE wsPeriodDate TO sessTabDate(sessionTableCount)
            MOVE wsSessPart TO sessTabPart(sessionTableCount)
            PERFORM VARYING roomTableIndex FROM 1 BY 1
                UNTIL roomTableIndex > 100
                MOVE "N" TO sessTabRoomUsed(sessionTableCount,
                    roomTableIndex)
            END-PERFORM
        ELSE
            ADD 1 TO sessionsBeyondTable
        END-IF.

    loadCourseTitlesAction.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseAction
            PERFORM takeCourseTitleAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    takeCourseTitleAction.
        MOVE CourseRecordCode TO wsLookupCourse.
        PERFORM findExamAction.
        IF examFoundIndex > 0
            MOVE CourseTitle TO examTitle(examFoundIndex)
        END-IF.
        PERFORM readCourseAction.

    countCandidatesAction.
*>      ENROLL ascends by student, so each student's exam courses
*>      arrive together; every pair among them is a clash.
        INITIALIZE clashMatrix.
        MOVE 0 TO studentExamCount.
        MOVE 0 TO wsCurrentStudent.
        MOVE "N" TO enrollEofSwitch.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM takeCandidateAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        END-IF.
        PERFORM recordStudentClashesAction.
        PERFORM countDegreeAction
            VARYING examTableIndex FROM 1 BY 1
            UNTIL examTableIndex > examTableCount.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    takeCandidateAction.
        IF EnrollStudentId NOT = wsCurrentStudent
            PERFORM recordStudentClashesAction
            MOVE EnrollStudentId TO wsCurrentStudent
            MOVE 0 TO studentExamCount
        END-IF.
        IF wsFilterTerm = SPACES OR EnrollTermCode = wsFilterTerm
            MOVE EnrollCourseCode TO wsLookupCourse
            PERFORM findExamAction
            IF examFoundIndex > 0 AND studentExamCount < 50
                ADD 1 TO wsCandidatesRead
                ADD 1 TO examCandidates(examFoundIndex)
                ADD 1 TO studentExamCount
                MOVE examFoundIndex TO studentExam(studentExamCount)
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    recordStudentClashesAction.
        PERFORM VARYING studentExamIndex FROM 1 BY 1
            UNTIL studentExamIndex > studentExamCount
            PERFORM VARYING otherStudentIndex FROM 1 BY 1
                UNTIL otherStudentIndex > studentExamCount
                IF otherStudentIndex NOT = studentExamIndex
                    ADD 1 TO clashCount(studentExam(studentExamIndex),
                        studentExam(otherStudentIndex))
                END-IF
            END-PERFORM
        END-PERFORM.

    countDegreeAction.
        PERFORM VARYING otherExamIndex FROM 1 BY 1
            UNTIL otherExamIndex > examTableCount
            IF clashCount(examTableIndex, otherExamIndex) > 0
                ADD 1 TO examDegree(examTableIndex)
            END-IF
        END-PERFORM.

    orderExamsAction.
        IF examTableCount > 1
            PERFORM orderPassAction
                VARYING sortPassIndex FROM 1 BY 1
                UNTIL sortPassIndex >= examTableCount
        END-IF.

    orderPassAction.
        PERFORM compareOrderPairAction
            VARYING sortScanIndex FROM 1 BY 1
            UNTIL sortScanIndex >= examTableCount.

    compareOrderPairAction.
        MOVE "N" TO swapNeededSwitch.
        MOVE orderExam(sortScanIndex) TO examTableIndex.
        MOVE orderExam(sortScanIndex + 1) TO otherExamIndex.
        IF examDegree(otherExamIndex) > examDegree(examTableIndex)
            SET swapNeeded TO TRUE
        END-IF.
        IF examDegree(otherExamIndex) = examDegree(examTableIndex)
            AND examCandidates(otherExamIndex) >
                examCandidates(examTableIndex)
            SET swapNeeded TO TRUE
        END-IF.
        IF swapNeeded
            MOVE orderExam(sortScanIndex) TO swapOrder
            MOVE orderExam(sortScanIndex + 1) TO orderExam(sortScanIndex)
            MOVE swapOrder TO orderExam(sortScanIndex + 1)
        END-IF.

    placeOneExamAction.
        MOVE orderExam(orderIndex) TO examTableIndex.
        PERFORM VARYING sessionTableIndex FROM 1 BY 1
            UNTIL sessionTableIndex > sessionTableCount
                OR examSession(examTableIndex) > 0
            PERFORM testSessionAction
        END-PERFORM.
        IF examSession(examTableIndex) > 0
            ADD 1 TO wsPlacedCount
        ELSE
            ADD 1 TO wsUnplacedCount
        END-IF.

    testSessionAction.
        MOVE "N" TO sessionBlockedSwitch.
        PERFORM VARYING otherExamIndex FROM 1 BY 1
            UNTIL otherExamIndex > examTableCount
                OR sessionBlocked
            IF examSession(otherExamIndex) = sessionTableIndex
                AND clashCount(examTableIndex, otherExamIndex) > 0
                SET sessionBlocked TO TRUE
            END-IF
        END-PERFORM.
        IF NOT sessionBlocked
            PERFORM findSmallestFreeRoomAction
            IF roomFoundIndex > 0
                MOVE sessionTableIndex TO examSession(examTableIndex)
                MOVE roomFoundIndex TO examRoomIndex(examTableIndex)
                MOVE "Y" TO sessTabRoomUsed(sessionTableIndex,
                    roomFoundIndex)
            ELSE
                MOVE "Y" TO examRoomShort(examTableIndex)
            END-IF
        END-IF.

    findSmallestFreeRoomAction.
        MOVE 0 TO roomFoundIndex.
        MOVE 999 TO wsBestCapacity.
        PERFORM VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount
            IF sessTabRoomUsed(sessionTableIndex, roomTableIndex) = "N"
                AND roomTabCapacity(roomTableIndex) >=
                    examCandidates(examTableIndex)
                AND (roomFoundIndex = 0
                    OR roomTabCapacity(roomTableIndex) < wsBestCapacity)
                MOVE roomTableIndex TO roomFoundIndex
                MOVE roomTabCapacity(roomTableIndex) TO wsBestCapacity
            END-IF
        END-PERFORM.

    writeSessionFileAction.
        OPEN OUTPUT EXAM-SESSION-FILE.
        PERFORM VARYING sessionTableIndex FROM 1 BY 1
            UNTIL sessionTableIndex > sessionTableCount
            PERFORM VARYING examTableIndex FROM 1 BY 1
                UNTIL examTableIndex > examTableCount
                IF examSession(examTableIndex) = sessionTableIndex
                    MOVE examCourse(examTableIndex) TO SessCourseCode
                    MOVE sessTabDate(sessionTableIndex) TO SessDate
                    MOVE sessTabPart(sessionTableIndex) TO SessPart
                    MOVE roomTabCode(examRoomIndex(examTableIndex))
                        TO SessRoom
                    WRITE ExamSessionRecord
                END-IF
            END-PERFORM
        END-PERFORM.
        CLOSE EXAM-SESSION-FILE.

    printExamTimetableAction.
        OPEN OUTPUT EXAM-TIMETABLE-FILE.
        MOVE "Exam timetable" TO wsListLine.
        WRITE ExamTimetableLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE ExamTimetableLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Exam period "     DELIMITED BY SIZE
               ExamParmFirstDate  DELIMITED BY SIZE
               " to "             DELIMITED BY SIZE
               ExamParmLastDate   DELIMITED BY SIZE
               "   Run date: "    DELIMITED BY SIZE
               wsRunDate          DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExamTimetableLine FROM wsListLine.
        IF wsFilterTerm NOT = SPACES
            MOVE SPACES TO wsListLine
            STRING "Candidates from term " DELIMITED BY SIZE
                   wsFilterTerm            DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE ExamTimetableLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE ExamTimetableLine FROM wsListLine.
        PERFORM VARYING sessionTableIndex FROM 1 BY 1
            UNTIL sessionTableIndex > sessionTableCount
            PERFORM VARYING examTableIndex FROM 1 BY 1
                UNTIL examTableIndex > examTableCount
                IF examSession(examTableIndex) = sessionTableIndex
                    PERFORM writeSessionLineAction
                END-IF
            END-PERFORM
        END-PERFORM.
        IF wsUnplacedCount > 0
            MOVE SPACES TO wsListLine
            WRITE ExamTimetableLine FROM wsListLine
            MOVE "Courses that could not be placed:" TO wsListLine
            WRITE ExamTimetableLine FROM wsListLine
            PERFORM VARYING examTableIndex FROM 1 BY 1
                UNTIL examTableIndex > examTableCount
                IF examSession(examTableIndex) = 0
                    PERFORM writeUnplacedAction
                END-IF
            END-PERFORM
        END-IF.
        CLOSE EXAM-TIMETABLE-FILE.

    writeSessionLineAction.
        MOVE sessTabDate(sessionTableIndex) TO wsSessDate.
        MOVE sessTabPart(sessionTableIndex) TO wsSessPart.
        MOVE examCourse(examTableIndex) TO wsSessCourse.
        MOVE examTitle(examTableIndex) TO wsSessTitle.
        MOVE roomTabCode(examRoomIndex(examTableIndex)) TO wsSessRoom.
        MOVE examCandidates(examTableIndex) TO wsSessCandidates.
        WRITE ExamTimetableLine FROM wsSessionLine.

    writeUnplacedAction.
        MOVE examCandidates(examTableIndex) TO wsEditCount.
        MOVE SPACES TO wsListLine.
        STRING "  "                      DELIMITED BY SIZE
               examCourse(examTableIndex) DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               examTitle(examTableIndex) DELIMITED BY SIZE
               " - "                     DELIMITED BY SIZE
               wsEditCount               DELIMITED BY SIZE
               " candidates"             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExamTimetableLine FROM wsListLine.
        PERFORM VARYING otherExamIndex FROM 1 BY 1
            UNTIL otherExamIndex > examTableCount
            IF examSession(otherExamIndex) > 0
                AND clashCount(examTableIndex, otherExamIndex) > 0
                MOVE clashCount(examTableIndex, otherExamIndex)
                    TO wsEditCount
                MOVE SPACES TO wsListLine
                STRING "      clashes with "     DELIMITED BY SIZE
                       examCourse(otherExamIndex) DELIMITED BY SIZE
                       " ("                      DELIMITED BY SIZE
                       sessTabDate(examSession(otherExamIndex))
                                                 DELIMITED BY SIZE
                       " "                       DELIMITED BY SIZE
                       sessTabPart(examSession(otherExamIndex))
                                                 DELIMITED BY SIZE
                       ") - "                    DELIMITED BY SIZE
                       wsEditCount               DELIMITED BY SIZE
                       " shared student(s)"      DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE ExamTimetableLine FROM wsListLine
            END-IF
        END-PERFORM.
        IF examRoomShort(examTableIndex) = "Y"
            MOVE "      a clash-free session had no free room big enough"
                TO wsListLine
            WRITE ExamTimetableLine FROM wsListLine
        END-IF.

    printStudentTimetablesAction.
*>      A second pass of ENROLL, one page per student with an exam,
*>      the exams in session order.
        OPEN OUTPUT STUDENT-EXAM-FILE.
        OPEN INPUT STUDENT-MASTER.
        MOVE 0 TO studentExamCount.
        MOVE 0 TO wsCurrentStudent.
        MOVE "N" TO enrollEofSwitch.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM gatherStudentExamAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        END-IF.
        PERFORM printStudentPageAction.
        CLOSE STUDENT-MASTER.
        CLOSE STUDENT-EXAM-FILE.

    gatherStudentExamAction.
        IF EnrollStudentId NOT = wsCurrentStudent
            PERFORM printStudentPageAction
            MOVE EnrollStudentId TO wsCurrentStudent
            MOVE 0 TO studentExamCount
        END-IF.
        IF wsFilterTerm = SPACES OR EnrollTermCode = wsFilterTerm
            MOVE EnrollCourseCode TO wsLookupCourse
            PERFORM findExamAction
            IF examFoundIndex > 0 AND studentExamCount < 50
                ADD 1 TO studentExamCount
                MOVE examFoundIndex TO studentExam(studentExamCount)
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    printStudentPageAction.
        IF studentExamCount > 0
            ADD 1 TO wsStudentsPrinted
            PERFORM sortStudentExamsAction
            MOVE SPACES TO wsListLine
            WRITE StudentExamLine FROM wsListLine
            MOVE ALL "=" TO wsListLine(1:60)
            WRITE StudentExamLine FROM wsListLine
            MOVE SPACES TO wsListLine
            MOVE wsCurrentStudent TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                INVALID KEY
                    STRING " Exam timetable for student " DELIMITED BY SIZE
                           wsCurrentStudent       DELIMITED BY SIZE
                           " (not on the master)" DELIMITED BY SIZE
                           INTO wsListLine
                    END-STRING
                NOT INVALID KEY
                    STRING " Exam timetable for " DELIMITED BY SIZE
                           Forename OF StudentMasterRecord
                                                  DELIMITED BY SIZE
                           " "                    DELIMITED BY SIZE
                           Surname OF StudentMasterRecord
                                                  DELIMITED BY SIZE
                           " ("                   DELIMITED BY SIZE
                           wsCurrentStudent       DELIMITED BY SIZE
                           ")"                    DELIMITED BY SIZE
                           INTO wsListLine
                    END-STRING
            END-READ
            WRITE StudentExamLine FROM wsListLine
            PERFORM VARYING studentExamIndex FROM 1 BY 1
                UNTIL studentExamIndex > studentExamCount
                PERFORM writeStudentExamLineAction
            END-PERFORM
        END-IF.

*>  Unplaced exams (session zero) sort to the top so they are seen.
    sortStudentExamsAction.
        PERFORM VARYING sortPassIndex FROM 1 BY 1
            UNTIL sortPassIndex >= studentExamCount
            PERFORM VARYING sortScanIndex FROM 1 BY 1
                UNTIL sortScanIndex >= studentExamCount
                IF examSession(studentExam(sortScanIndex)) >
                        examSession(studentExam(sortScanIndex + 1))
                    MOVE studentExam(sortScanIndex) TO swapStudentExam
                    MOVE studentExam(sortScanIndex + 1)
                        TO studentExam(sortScanIndex)
                    MOVE swapStudentExam
                        TO studentExam(sortScanIndex + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    writeStudentExamLineAction.
        MOVE studentExam(studentExamIndex) TO examTableIndex.
        MOVE examCourse(examTableIndex) TO wsSessCourse.
        MOVE examTitle(examTableIndex) TO wsSessTitle.
        MOVE examCandidates(examTableIndex) TO wsSessCandidates.
        IF examSession(examTableIndex) > 0
            MOVE examSession(examTableIndex) TO sessionTableIndex
            MOVE sessTabDate(sessionTableIndex) TO wsSessDate
            MOVE sessTabPart(sessionTableIndex) TO wsSessPart
            MOVE roomTabCode(examRoomIndex(examTableIndex))
                TO wsSessRoom
            WRITE StudentExamLine FROM wsSessionLine
        ELSE
            MOVE SPACES TO wsListLine
            STRING "  NOT YET SCHEDULED  " DELIMITED BY SIZE
                   examCourse(examTableIndex) DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   examTitle(examTableIndex) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE StudentExamLine FROM wsListLine
        END-IF.
