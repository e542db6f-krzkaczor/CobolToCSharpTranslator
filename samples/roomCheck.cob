IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomCheck.

*> Room check on the course timetable.  Every COURSCHD meeting is
*> measured against the ROOMS file and flagged on ROOMCHK when its
*> room is not on ROOMS (or no room is given), when another course
*> is booked into the same room on the same day at an overlapping
*> time, or when the room seats fewer than the course's live
*> enrollment count - every ENROLL row for the course, the same count
*> registration uses for seats.  A meeting can carry more than one
*> problem and gets a line for each.  The run ends with control
*> totals and return code 4 when anything is flagged, so the estates
*> office sees it in the morning.  Tables that cannot hold the whole
*> of ROOMS or COURSCHD refuse the run, since a partial table would
*> report rooms as unknown or miss clashes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRoomStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT ROOM-CHECK-FILE ASSIGN TO "ROOMCHK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
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

FD  ROOM-CHECK-FILE.
01  RoomCheckLine       PIC X(80).

WORKING-STORAGE SECTION.
01 wsRoomStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 roomEofSwitch PIC X VALUE "N".
   88 roomEof VALUE "Y".
01 schedEofSwitch PIC X VALUE "N".
   88 schedEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 meetingFlaggedSwitch PIC X VALUE "N".
   88 meetingFlagged VALUE "Y".

01 roomTableCount PIC 9(3) VALUE 0.
01 roomTableIndex PIC 9(3) VALUE 0.
01 roomFoundIndex PIC 9(3) VALUE 0.
01 roomNotLoadedCount PIC 9(5) VALUE 0.
01 roomTable.
    05 roomTableEntry OCCURS 100 TIMES.
        10 roomTabCode       PIC X(8).
        10 roomTabCapacity   PIC 9(3).

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 otherSchedIndex PIC 9(3) VALUE 0.
01 clashFoundIndex PIC 9(3) VALUE 0.
01 schedNotLoadedCount PIC 9(5) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse PIC X(4).
        10 schedTabDay    PIC 9.
        10 schedTabStart  PIC 9(4).
        10 schedTabEnd    PIC 9(4).
        10 schedTabRoom   PIC X(8).

*> One entry per course on the timetable, holding its ENROLL count.
01 countTableCount PIC 9(3) VALUE 0.
01 countTableIndex PIC 9(3) VALUE 0.
01 countFoundIndex PIC 9(3) VALUE 0.
01 countTable.
    05 countTableEntry OCCURS 200 TIMES.
        10 countTabCourse   PIC X(4).
        10 countTabEnrolled PIC 9(5).

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

01 wsLookupCourse PIC X(4) VALUE SPACES.
01 wsLookupRoom PIC X(8) VALUE SPACES.
01 wsEnrolledCount PIC 9(5) VALUE 0.
01 wsEnrollRowsRead PIC 9(7) VALUE 0.
01 wsMeetingsFlagged PIC 9(5) VALUE 0.
01 wsUnknownCount PIC 9(5) VALUE 0.
01 wsClashCount PIC 9(5) VALUE 0.
01 wsTooSmallCount PIC 9(5) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsProblemText PIC X(40) VALUE SPACES.
01 wsEditCapacity PIC ZZ9.
01 wsEditEnrolled PIC ZZZZ9.

01 wsHeadingLine.
   05 FILLER PIC X(6)  VALUE "Course".
   05 FILLER PIC X(10) VALUE "Day".
   05 FILLER PIC X(11) VALUE "Time".
   05 FILLER PIC X(10) VALUE "Room".
   05 FILLER PIC X(7)  VALUE "Problem".

01 wsDetailLine.
   05 wsDetailCourse  PIC X(4).
   05 FILLER          PIC X(2) VALUE SPACES.
   05 wsDetailDay     PIC X(9).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailStart   PIC 9(4).
   05 FILLER          PIC X VALUE "-".
   05 wsDetailEnd     PIC 9(4).
   05 FILLER          PIC X(2) VALUE SPACES.
   05 wsDetailRoom    PIC X(8).
   05 FILLER          PIC X(2) VALUE SPACES.
   05 wsDetailProblem PIC X(40).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadRoomTableAction.
    PERFORM loadScheduleTableAction.
    IF roomNotLoadedCount > 0 OR schedNotLoadedCount > 0
*>      A partial table would report rooms as unknown that are on
*>      file, or miss a clash with a meeting that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** ROOMS OR COURSCHD HOLDS MORE THAN THE TABLE - "
        DISPLAY "** " roomNotLoadedCount " ROOM(S) AND "
            schedNotLoadedCount " MEETING(S) NOT LOADED."
        DISPLAY "** ROOM CHECK NOT RUN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM countEnrollmentsAction.

    OPEN OUTPUT ROOM-CHECK-FILE.
    MOVE "Room check on the course timetable" TO wsListLine.
    WRITE RoomCheckLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE RoomCheckLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE RoomCheckLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE RoomCheckLine FROM wsListLine.
    WRITE RoomCheckLine FROM wsHeadingLine.
    PERFORM checkOneMeetingAction
        VARYING schedTableIndex FROM 1 BY 1
        UNTIL schedTableIndex > schedTableCount.
    IF wsMeetingsFlagged = 0
        MOVE "  No room problems found on the timetable."
            TO wsListLine
        WRITE RoomCheckLine FROM wsListLine
    END-IF.
    CLOSE ROOM-CHECK-FILE.

    DISPLAY "=====================".
    DISPLAY " Room check control totals"
    DISPLAY " Rooms on file        : " roomTableCount
    DISPLAY " Meetings checked     : " schedTableCount
    DISPLAY " Enrollment rows read : " wsEnrollRowsRead
    DISPLAY " Meetings flagged     : " wsMeetingsFlagged
    DISPLAY "   room unknown       : " wsUnknownCount
    DISPLAY "   double-booked      : " wsClashCount
    DISPLAY "   room too small     : " wsTooSmallCount
    DISPLAY "=====================".
    IF wsMeetingsFlagged > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadRoomTableAction.
        OPEN INPUT ROOM-FILE.
        IF wsRoomStatus = "00"
            PERFORM readRoomAction
            PERFORM addRoomEntryAction UNTIL roomEof
            CLOSE ROOM-FILE
        ELSE
            DISPLAY "No room file on record - every room is unknown."
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

    loadScheduleTableAction.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL schedEof
            CLOSE SCHEDULE-FILE
        ELSE
            DISPLAY "No timetable file on record - nothing to check."
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
            MOVE SchedRoom TO schedTabRoom(schedTableCount)
            MOVE SchedCourseCode TO wsLookupCourse
            PERFORM findCountEntryAction
            IF countFoundIndex = 0
                ADD 1 TO countTableCount
                MOVE SchedCourseCode TO countTabCourse(countTableCount)
                MOVE 0 TO countTabEnrolled(countTableCount)
            END-IF
        ELSE
            ADD 1 TO schedNotLoadedCount
        END-IF.
        PERFORM readScheduleAction.

    findCountEntryAction.
        MOVE 0 TO countFoundIndex.
        PERFORM VARYING countTableIndex FROM 1 BY 1
            UNTIL countTableIndex > countTableCount
                OR countFoundIndex > 0
            IF countTabCourse(countTableIndex) = wsLookupCourse
                MOVE countTableIndex TO countFoundIndex
            END-IF
        END-PERFORM.

    countEnrollmentsAction.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM addEnrollmentAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        ELSE
            DISPLAY "No enrollment file on record - "
                "capacity not checked."
        END-IF.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    addEnrollmentAction.
        ADD 1 TO wsEnrollRowsRead.
        MOVE EnrollCourseCode TO wsLookupCourse.
        PERFORM findCountEntryAction.
        IF countFoundIndex > 0
            ADD 1 TO countTabEnrolled(countFoundIndex)
        END-IF.
        PERFORM readEnrollmentAction.

    checkOneMeetingAction.
        MOVE "N" TO meetingFlaggedSwitch.
        MOVE schedTabRoom(schedTableIndex) TO wsLookupRoom.
        PERFORM findRoomAction.
        IF roomFoundIndex = 0
            IF wsLookupRoom = SPACES
                MOVE "NO ROOM GIVEN" TO wsProblemText
            ELSE
                MOVE "ROOM NOT ON ROOMS" TO wsProblemText
            END-IF
            ADD 1 TO wsUnknownCount
            PERFORM writeProblemLineAction
        ELSE
            PERFORM checkCapacityAction
        END-IF.
        IF wsLookupRoom NOT = SPACES
            PERFORM findClashAction
            IF clashFoundIndex > 0
                MOVE SPACES TO wsProblemText
                STRING "DOUBLE-BOOKED WITH "  DELIMITED BY SIZE
                       schedTabCourse(clashFoundIndex)
                                              DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       schedTabStart(clashFoundIndex)
                                              DELIMITED BY SIZE
                       "-"                    DELIMITED BY SIZE
                       schedTabEnd(clashFoundIndex)
                                              DELIMITED BY SIZE
                       INTO wsProblemText
                END-STRING
                ADD 1 TO wsClashCount
                PERFORM writeProblemLineAction
            END-IF
        END-IF.
        IF meetingFlagged
            ADD 1 TO wsMeetingsFlagged
        END-IF.

    findRoomAction.
        MOVE 0 TO roomFoundIndex.
        PERFORM VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount
                OR roomFoundIndex > 0
            IF roomTabCode(roomTableIndex) = wsLookupRoom
                MOVE roomTableIndex TO roomFoundIndex
            END-IF
        END-PERFORM.

    checkCapacityAction.
        MOVE schedTabCourse(schedTableIndex) TO wsLookupCourse.
        PERFORM findCountEntryAction.
        MOVE countTabEnrolled(countFoundIndex) TO wsEnrolledCount.
        IF wsEnrolledCount > roomTabCapacity(roomFoundIndex)
            MOVE roomTabCapacity(roomFoundIndex) TO wsEditCapacity
            MOVE wsEnrolledCount TO wsEditEnrolled
            MOVE SPACES TO wsProblemText
            STRING "ROOM SEATS "     DELIMITED BY SIZE
                   wsEditCapacity    DELIMITED BY SIZE
                   " FOR "           DELIMITED BY SIZE
                   wsEditEnrolled    DELIMITED BY SIZE
                   " ENROLLED"       DELIMITED BY SIZE
                   INTO wsProblemText
            END-STRING
            ADD 1 TO wsTooSmallCount
            PERFORM writeProblemLineAction
        END-IF.

*>  Two meetings clash when they share a room and a day and each
*>  starts before the other ends; a course never clashes with itself.
    findClashAction.
        MOVE 0 TO clashFoundIndex.
        PERFORM VARYING otherSchedIndex FROM 1 BY 1
            UNTIL otherSchedIndex > schedTableCount
                OR clashFoundIndex > 0
            IF schedTabRoom(otherSchedIndex) = wsLookupRoom
                AND schedTabDay(otherSchedIndex) =
                    schedTabDay(schedTableIndex)
                AND schedTabCourse(otherSchedIndex) NOT =
                    schedTabCourse(schedTableIndex)
                AND schedTabStart(otherSchedIndex) <
                    schedTabEnd(schedTableIndex)
                AND schedTabStart(schedTableIndex) <
                    schedTabEnd(otherSchedIndex)
                MOVE otherSchedIndex TO clashFoundIndex
            END-IF
        END-PERFORM.

    writeProblemLineAction.
        SET meetingFlagged TO TRUE.
        MOVE schedTabCourse(schedTableIndex) TO wsDetailCourse.
        IF schedTabDay(schedTableIndex) >= 1
            AND schedTabDay(schedTableIndex) <= 7
            MOVE dayName(schedTabDay(schedTableIndex)) TO wsDetailDay
        ELSE
            MOVE "(day ?)" TO wsDetailDay
        END-IF.
        MOVE schedTabStart(schedTableIndex) TO wsDetailStart.
        MOVE schedTabEnd(schedTableIndex) TO wsDetailEnd.
        MOVE schedTabRoom(schedTableIndex) TO wsDetailRoom.
        MOVE wsProblemText TO wsDetailProblem.
        WRITE RoomCheckLine FROM wsDetailLine.
