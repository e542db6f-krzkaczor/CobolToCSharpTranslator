IDENTIFICATION DIVISION.
PROGRAM-ID.  TeachingLoad.

*> Teaching-load report for one term, to TUTLOAD.  Each tutor on
*> TUTORS gets a line totalling the weekly contact hours of every
*> COURSCHD meeting of the courses COURSTUT assigns them for the
*> term, against their contracted hours.  A tutor is flagged OVER
*> when the timetabled hours exceed the contract, and CLASH when two
*> of their courses meet on the same day at overlapping times - each
*> clash is listed under the tutor's line.  Assignments naming a
*> tutor not on TUTORS are listed at the end.  The term is the one
*> named on the optional TERMPRM control record, otherwise the term
*> covering today on TERMS; with neither the run is refused.  Return
*> code 4 when anyone is flagged.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TUTOR-FILE ASSIGN TO "TUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTutorStatus.

    SELECT ASSIGNMENT-FILE ASSIGN TO "COURSTUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAssignStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

    SELECT TERM-PARAMETER-FILE ASSIGN TO "TERMPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermPrmStatus.

    SELECT LOAD-REPORT-FILE ASSIGN TO "TUTLOAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  TUTOR-FILE.
01  TutorRecord.
    05  TutorId             PIC X(6).
    05  TutorName           PIC X(25).
    05  TutorContractHours  PIC 99V9.
    05  TutorDepartment     PIC X(20).

FD  ASSIGNMENT-FILE.
01  AssignmentRecord.
    05  AssignCourseCode    PIC X(4).
    05  AssignTermCode      PIC X(6).
    05  AssignTutorId       PIC X(6).

FD  SCHEDULE-FILE.
01  ScheduleRecord.
    05  SchedCourseCode PIC X(4).
    05  SchedDay        PIC 9.
    05  SchedStart      PIC 9(4).
    05  SchedEnd        PIC 9(4).
    05  SchedRoom       PIC X(8).

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

FD  TERM-PARAMETER-FILE.
01  TermParameterRecord.
    05  ParmTermCode        PIC X(6).

FD  LOAD-REPORT-FILE.
01  LoadReportLine          PIC X(80).

WORKING-STORAGE SECTION.
01 wsTutorStatus PIC XX VALUE "00".
01 wsAssignStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".
01 wsTermPrmStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 tutorEofSwitch PIC X VALUE "N".
   88 tutorEof VALUE "Y".
01 assignEofSwitch PIC X VALUE "N".
   88 assignEof VALUE "Y".
01 schedEofSwitch PIC X VALUE "N".
   88 schedEof VALUE "Y".
01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 printClashesSwitch PIC X VALUE "N".
   88 printingClashes VALUE "Y".

01 tutorTableCount PIC 9(3) VALUE 0.
01 tutorTableIndex PIC 9(3) VALUE 0.
01 tutorNotLoadedCount PIC 9(5) VALUE 0.
01 tutorTable.
    05 tutorTableEntry OCCURS 100 TIMES.
        10 tutorTabId         PIC X(6).
        10 tutorTabName       PIC X(25).
        10 tutorTabContract   PIC 99V9.
        10 tutorTabDepartment PIC X(20).

*> This term's assignments only.
01 assignTableCount PIC 9(3) VALUE 0.
01 assignTableIndex PIC 9(3) VALUE 0.
01 assignNotLoadedCount PIC 9(5) VALUE 0.
01 assignTable.
    05 assignTableEntry OCCURS 200 TIMES.
        10 assignTabCourse  PIC X(4).
        10 assignTabTutor   PIC X(6).
        10 assignTabMatched PIC X.

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 schedNotLoadedCount PIC 9(5) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse PIC X(4).
        10 schedTabDay    PIC 9.
        10 schedTabStart  PIC 9(4).
        10 schedTabEnd    PIC 9(4).

*> The meetings of the tutor being reported.
01 meetTableCount PIC 9(3) VALUE 0.
01 meetTableIndex PIC 9(3) VALUE 0.
01 otherMeetIndex PIC 9(3) VALUE 0.
01 wsFirstOther PIC 9(3) VALUE 0.
01 meetTable.
    05 meetTableEntry OCCURS 100 TIMES.
        10 meetCourse PIC X(4).
        10 meetDay    PIC 9.
        10 meetStart  PIC 9(4).
        10 meetEnd    PIC 9(4).

01 dayNameTable.
    05 FILLER PIC X(9) VALUE "Monday   ".
    05 FILLER PIC X(9) VALUE "Tuesday  ".
    05 FILLER PIC X(9) VALUE "Wednesday".
    05 FILLER PIC X(9) VALUE "Thursday ".
    05 FILLER PIC X(9) VALUE "Friday   ".
    05 FILLER PIC X(9) VALUE "Saturday ".
    05 FILLER PIC X(9) VALUE "Sunday   ".
01 dayNames REDEFINES dayNameTable.
    05 dayName OCCURS 7 TIMES PIC X(9).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsReportTerm PIC X(6) VALUE SPACES.
01 wsTutorMinutes PIC 9(5) VALUE 0.
01 wsContractMinutes PIC 9(5) VALUE 0.
01 wsTutorHours PIC 9(3)V99 VALUE 0.
01 wsTutorClashes PIC 9(3) VALUE 0.
01 wsClockTime PIC 9(4) VALUE 0.
01 wsClockHours PIC 9(2) VALUE 0.
01 wsClockMinutes PIC 9(2) VALUE 0.
01 wsStartMinutes PIC 9(5) VALUE 0.
01 wsEndMinutes PIC 9(5) VALUE 0.
01 wsMeetingsDropped PIC 9(5) VALUE 0.
01 wsOverCount PIC 9(5) VALUE 0.
01 wsClashTutorCount PIC 9(5) VALUE 0.
01 wsUnknownTutorCount PIC 9(5) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(7)  VALUE "Tutor".
   05 FILLER PIC X(26) VALUE "Name".
   05 FILLER PIC X(21) VALUE "Department".
   05 FILLER PIC X(7)  VALUE "Contrct".
   05 FILLER PIC X(8)  VALUE "  Timetd".
   05 FILLER PIC X(6)  VALUE "  Flag".

01 wsDetailLine.
   05 wsDetailId         PIC X(6).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailName       PIC X(25).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailDepartment PIC X(20).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailContract   PIC Z9.9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailHours      PIC ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailFlag       PIC X(10).

01 wsClashLine.
   05 FILLER             PIC X(9) VALUE "   Clash:".
   05 FILLER             PIC X VALUE SPACE.
   05 wsClashDay         PIC X(9).
   05 FILLER             PIC X VALUE SPACE.
   05 wsClashCourse1     PIC X(4).
   05 FILLER             PIC X VALUE SPACE.
   05 wsClashStart1      PIC 9(4).
   05 FILLER             PIC X VALUE "-".
   05 wsClashEnd1        PIC 9(4).
   05 FILLER             PIC X(6) VALUE " with ".
   05 wsClashCourse2     PIC X(4).
   05 FILLER             PIC X VALUE SPACE.
   05 wsClashStart2      PIC 9(4).
   05 FILLER             PIC X VALUE "-".
   05 wsClashEnd2        PIC 9(4).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM chooseTermAction.
    IF wsReportTerm = SPACES
        DISPLAY "*************************************************"
        DISPLAY "** NO TERMPRM TERM AND NO TERM ON TERMS COVERS "
            wsRunDate
        DISPLAY "** TEACHING LOAD NOT REPORTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadTutorTableAction.
    PERFORM loadAssignmentTableAction.
    PERFORM loadScheduleTableAction.
    IF tutorNotLoadedCount > 0 OR assignNotLoadedCount > 0
            OR schedNotLoadedCount > 0
*>      Hours totalled from part of a file would understate a load.
        DISPLAY "*************************************************"
        DISPLAY "** TUTORS, COURSTUT OR COURSCHD HOLDS MORE THAN "
            "THE TABLE -"
        DISPLAY "** " tutorNotLoadedCount " TUTOR(S), "
            assignNotLoadedCount " ASSIGNMENT(S), "
            schedNotLoadedCount " MEETING(S) NOT LOADED."
        DISPLAY "** TEACHING LOAD NOT REPORTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT LOAD-REPORT-FILE.
    MOVE "Teaching load by tutor" TO wsListLine.
    WRITE LoadReportLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE LoadReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Term: "     DELIMITED BY SIZE
           wsReportTerm DELIMITED BY SIZE
           "   Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           "   Hours are weekly contact hours." DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE LoadReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE LoadReportLine FROM wsListLine.
    WRITE LoadReportLine FROM wsHeadingLine.
    PERFORM reportOneTutorAction
        VARYING tutorTableIndex FROM 1 BY 1
        UNTIL tutorTableIndex > tutorTableCount.
    PERFORM reportUnknownTutorsAction.
    CLOSE LOAD-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Teaching load control totals - term " wsReportTerm
    DISPLAY " Tutors reported      : " tutorTableCount
    DISPLAY " Assignments in term  : " assignTableCount
    DISPLAY " Over contract        : " wsOverCount
    DISPLAY " With a clash         : " wsClashTutorCount
    DISPLAY " Unknown tutor ids    : " wsUnknownTutorCount
    DISPLAY "=====================".
    IF wsMeetingsDropped > 0
        DISPLAY "** " wsMeetingsDropped " meeting(s) beyond a "
            "tutor's table - hours understated."
    END-IF.
    IF wsOverCount > 0 OR wsClashTutorCount > 0
            OR wsUnknownTutorCount > 0 OR wsMeetingsDropped > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    chooseTermAction.
*>      TERMPRM names the term when present; otherwise the term that
*>      covers today.
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
        IF wsReportTerm = SPACES
            OPEN INPUT TERM-FILE
            IF wsTermStatus = "00"
                PERFORM readTermAction
                PERFORM matchTermAction UNTIL termEof
                CLOSE TERM-FILE
            END-IF
        END-IF.

    readTermAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    matchTermAction.
        IF TermStartDate <= wsRunDate AND TermEndDate >= wsRunDate
            MOVE TermRecordCode TO wsReportTerm
        END-IF.
        PERFORM readTermAction.

    loadTutorTableAction.
        OPEN INPUT TUTOR-FILE.
        IF wsTutorStatus = "00"
            PERFORM readTutorAction
            PERFORM addTutorEntryAction UNTIL tutorEof
            CLOSE TUTOR-FILE
        ELSE
            DISPLAY "No tutor file on record."
        END-IF.

    readTutorAction.
        READ TUTOR-FILE
            AT END
                SET tutorEof TO TRUE
        END-READ.

    addTutorEntryAction.
        IF tutorTableCount < 100
            ADD 1 TO tutorTableCount
            MOVE TutorId TO tutorTabId(tutorTableCount)
            MOVE TutorName TO tutorTabName(tutorTableCount)
            MOVE TutorContractHours TO tutorTabContract(tutorTableCount)
            MOVE TutorDepartment TO tutorTabDepartment(tutorTableCount)
        ELSE
            ADD 1 TO tutorNotLoadedCount
        END-IF.
        PERFORM readTutorAction.

    loadAssignmentTableAction.
        OPEN INPUT ASSIGNMENT-FILE.
        IF wsAssignStatus = "00"
            PERFORM readAssignmentAction
            PERFORM addAssignmentEntryAction UNTIL assignEof
            CLOSE ASSIGNMENT-FILE
        ELSE
            DISPLAY "No course tutor assignments on record."
        END-IF.

    readAssignmentAction.
        READ ASSIGNMENT-FILE
            AT END
                SET assignEof TO TRUE
        END-READ.

    addAssignmentEntryAction.
        IF AssignTermCode = wsReportTerm
            IF assignTableCount < 200
                ADD 1 TO assignTableCount
                MOVE AssignCourseCode
                    TO assignTabCourse(assignTableCount)
                MOVE AssignTutorId TO assignTabTutor(assignTableCount)
                MOVE "N" TO assignTabMatched(assignTableCount)
            ELSE
                ADD 1 TO assignNotLoadedCount
            END-IF
        END-IF.
        PERFORM readAssignmentAction.

    loadScheduleTableAction.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL schedEof
            CLOSE SCHEDULE-FILE
        ELSE
            DISPLAY "No timetable file on record - no hours to count."
        END-IF.

    readScheduleAction.
        READ SCHEDULE-FILE
            AT END
                SET schedEof TO TRUE
        END-READ.

    addScheduleEntryAction.
        IF schedTableCount < 200
            ADD 1 TO schedTableCount
            MOVE SchedCourseCode TO schedTabCourse(schedTableCount)
            MOVE SchedDay TO schedTabDay(schedTableCount)
            MOVE SchedStart TO schedTabStart(schedTableCount)
            MOVE SchedEnd TO schedTabEnd(schedTableCount)
        ELSE
            ADD 1 TO schedNotLoadedCount
        END-IF.
        PERFORM readScheduleAction.

    reportOneTutorAction.
        MOVE 0 TO meetTableCount.
        MOVE 0 TO wsTutorMinutes.
        MOVE 0 TO wsTutorClashes.
        PERFORM gatherAssignmentAction
            VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount.
        COMPUTE wsTutorHours ROUNDED = wsTutorMinutes / 60.
        COMPUTE wsContractMinutes =
            tutorTabContract(tutorTableIndex) * 60.
        MOVE tutorTabId(tutorTableIndex) TO wsDetailId.
        MOVE tutorTabName(tutorTableIndex) TO wsDetailName.
        MOVE tutorTabDepartment(tutorTableIndex) TO wsDetailDepartment.
        MOVE tutorTabContract(tutorTableIndex) TO wsDetailContract.
        MOVE wsTutorHours TO wsDetailHours.
        MOVE SPACES TO wsDetailFlag.
        MOVE "N" TO printClashesSwitch.
        PERFORM scanMeetingPairsAction.
        IF wsTutorMinutes > wsContractMinutes
            ADD 1 TO wsOverCount
            IF wsTutorClashes > 0
                MOVE "OVER+CLASH" TO wsDetailFlag
            ELSE
                MOVE "OVER" TO wsDetailFlag
            END-IF
        ELSE
            IF wsTutorClashes > 0
                MOVE "CLASH" TO wsDetailFlag
            END-IF
        END-IF.
        IF wsTutorClashes > 0
            ADD 1 TO wsClashTutorCount
        END-IF.
        WRITE LoadReportLine FROM wsDetailLine.
        IF wsTutorClashes > 0
            SET printingClashes TO TRUE
            PERFORM scanMeetingPairsAction
        END-IF.

    gatherAssignmentAction.
        IF assignTabTutor(assignTableIndex) = tutorTabId(tutorTableIndex)
            MOVE "Y" TO assignTabMatched(assignTableIndex)
            PERFORM gatherMeetingAction
                VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
        END-IF.

    gatherMeetingAction.
        IF schedTabCourse(schedTableIndex) =
                assignTabCourse(assignTableIndex)
            MOVE schedTabStart(schedTableIndex) TO wsClockTime
            PERFORM clockToMinutesAction
            COMPUTE wsStartMinutes = wsClockHours * 60 + wsClockMinutes
            MOVE schedTabEnd(schedTableIndex) TO wsClockTime
            PERFORM clockToMinutesAction
            COMPUTE wsEndMinutes = wsClockHours * 60 + wsClockMinutes
            IF wsEndMinutes > wsStartMinutes
                COMPUTE wsTutorMinutes =
                    wsTutorMinutes + wsEndMinutes - wsStartMinutes
            END-IF
            IF meetTableCount < 100
                ADD 1 TO meetTableCount
                MOVE schedTabCourse(schedTableIndex)
                    TO meetCourse(meetTableCount)
                MOVE schedTabDay(schedTableIndex)
                    TO meetDay(meetTableCount)
                MOVE schedTabStart(schedTableIndex)
                    TO meetStart(meetTableCount)
                MOVE schedTabEnd(schedTableIndex)
                    TO meetEnd(meetTableCount)
            ELSE
                ADD 1 TO wsMeetingsDropped
            END-IF
        END-IF.

    clockToMinutesAction.
        DIVIDE wsClockTime BY 100 GIVING wsClockHours
            REMAINDER wsClockMinutes.

*>  Two meetings clash when they fall on the same day and each starts
*>  before the other ends; a course never clashes with itself.  The
*>  pairs are scanned once to count and again to print.
    scanMeetingPairsAction.
        PERFORM VARYING meetTableIndex FROM 1 BY 1
            UNTIL meetTableIndex > meetTableCount
            COMPUTE wsFirstOther = meetTableIndex + 1
            PERFORM VARYING otherMeetIndex FROM wsFirstOther BY 1
                UNTIL otherMeetIndex > meetTableCount
                IF meetDay(otherMeetIndex) = meetDay(meetTableIndex)
                    AND meetCourse(otherMeetIndex) NOT =
                        meetCourse(meetTableIndex)
                    AND meetStart(otherMeetIndex) <
                        meetEnd(meetTableIndex)
                    AND meetStart(meetTableIndex) <
                        meetEnd(otherMeetIndex)
                    IF printingClashes
                        PERFORM writeClashLineAction
                    ELSE
                        ADD 1 TO wsTutorClashes
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM.

    writeClashLineAction.
        MOVE dayName(meetDay(meetTableIndex)) TO wsClashDay.
        MOVE meetCourse(meetTableIndex) TO wsClashCourse1.
        MOVE meetStart(meetTableIndex) TO wsClashStart1.
        MOVE meetEnd(meetTableIndex) TO wsClashEnd1.
        MOVE meetCourse(otherMeetIndex) TO wsClashCourse2.
        MOVE meetStart(otherMeetIndex) TO wsClashStart2.
        MOVE meetEnd(otherMeetIndex) TO wsClashEnd2.
        WRITE LoadReportLine FROM wsClashLine.

    reportUnknownTutorsAction.
        MOVE SPACES TO wsListLine.
        WRITE LoadReportLine FROM wsListLine.
        MOVE "Assignments to tutor ids not on TUTORS:" TO wsListLine.
        WRITE LoadReportLine FROM wsListLine.
        PERFORM reportOneUnknownAction
            VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount.
        IF wsUnknownTutorCount = 0
            MOVE "  None." TO wsListLine
            WRITE LoadReportLine FROM wsListLine
        END-IF.

    reportOneUnknownAction.
        IF assignTabMatched(assignTableIndex) = "N"
            ADD 1 TO wsUnknownTutorCount
            MOVE SPACES TO wsListLine
            STRING "  Course "     DELIMITED BY SIZE
                   assignTabCourse(assignTableIndex)
                                   DELIMITED BY SIZE
                   " tutor "       DELIMITED BY SIZE
                   assignTabTutor(assignTableIndex)
                                   DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE LoadReportLine FROM wsListLine
        END-IF.
