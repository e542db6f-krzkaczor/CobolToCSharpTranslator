IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomTimetable.

*> Room timetable print for the estates office: one block per room to
*> ROOMTIME, in ROOMS file order, headed with the building, seats and
*> facilities, then each day Monday to Sunday with the room's COURSCHD
*> meetings in start-time order and the free gaps between them inside
*> the teaching day (wsDayOpen to wsDayClose).  A day with nothing
*> booked prints as free all day.  Rooms used on COURSCHD that are not
*> on ROOMS follow at the end, marked as such, so no booking is left
*> off the print.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRoomStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT ROOM-TIMETABLE-FILE ASSIGN TO "ROOMTIME"
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

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  ROOM-TIMETABLE-FILE.
01  RoomTimetableLine   PIC X(80).

WORKING-STORAGE SECTION.
01 wsRoomStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 roomEofSwitch PIC X VALUE "N".
   88 roomEof VALUE "Y".
01 schedEofSwitch PIC X VALUE "N".
   88 schedEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".

*> The teaching day the free gaps are measured within.
01 wsDayOpen PIC 9(4) VALUE 0800.
01 wsDayClose PIC 9(4) VALUE 2200.

*> Rooms from ROOMS first, then any room found only on COURSCHD.
01 roomTableCount PIC 9(3) VALUE 0.
01 roomTableIndex PIC 9(3) VALUE 0.
01 roomFoundIndex PIC 9(3) VALUE 0.
01 roomDroppedCount PIC 9(5) VALUE 0.
01 roomTable.
    05 roomTableEntry OCCURS 150 TIMES.
        10 roomTabCode       PIC X(8).
        10 roomTabCapacity   PIC 9(3).
        10 roomTabBuilding   PIC X(20).
        10 roomTabProjector  PIC X.
        10 roomTabComputers  PIC X.
        10 roomTabLab        PIC X.
        10 roomTabStepFree   PIC X.
        10 roomTabOnFile     PIC X.

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 schedDroppedCount PIC 9(5) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse PIC X(4).
        10 schedTabDay    PIC 9.
        10 schedTabStart  PIC 9(4).
        10 schedTabEnd    PIC 9(4).
        10 schedTabRoom   PIC X(8).

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).

*> The meetings in one room on one day, sorted by start time.
01 dayTableCount PIC 9(3) VALUE 0.
01 dayTableIndex PIC 9(3) VALUE 0.
01 sortPassIndex PIC 9(3) VALUE 0.
01 sortScanIndex PIC 9(3) VALUE 0.
01 dayTable.
    05 dayTableRow OCCURS 50 TIMES.
        10 dayStart  PIC 9(4).
        10 dayEnd    PIC 9(4).
        10 dayCourse PIC X(4).
01 swapDayRow.
    05 swapStart  PIC 9(4).
    05 swapEnd    PIC 9(4).
    05 swapCourse PIC X(4).

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

01 wsDayNumber PIC 9 VALUE 0.
01 wsFreeFrom PIC 9(4) VALUE 0.
01 wsLookupRoom PIC X(8) VALUE SPACES.
01 wsCourseTitle PIC X(20) VALUE SPACES.
01 wsMeetingsPrinted PIC 9(5) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsDetailLine.
   05 FILLER          PIC X(2) VALUE SPACES.
   05 wsDetailDay     PIC X(9).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailStart   PIC 9(4).
   05 FILLER          PIC X VALUE "-".
   05 wsDetailEnd     PIC 9(4).
   05 FILLER          PIC X(2) VALUE SPACES.
   05 wsDetailCourse  PIC X(4).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailTitle   PIC X(20).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadRoomTableAction.
    PERFORM loadScheduleTableAction.
    PERFORM loadCourseTableAction.
    OPEN OUTPUT ROOM-TIMETABLE-FILE.
    MOVE "Room timetables" TO wsListLine.
    WRITE RoomTimetableLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Printed "  DELIMITED BY SIZE
           wsRunDate   DELIMITED BY SIZE
           " - free time shown between " DELIMITED BY SIZE
           wsDayOpen   DELIMITED BY SIZE
           " and "     DELIMITED BY SIZE
           wsDayClose  DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE RoomTimetableLine FROM wsListLine.
    IF roomTableCount = 0
        MOVE "No rooms on ROOMS or COURSCHD." TO wsListLine
        WRITE RoomTimetableLine FROM wsListLine
    END-IF.
    PERFORM printOneRoomAction
        VARYING roomTableIndex FROM 1 BY 1
        UNTIL roomTableIndex > roomTableCount.
    CLOSE ROOM-TIMETABLE-FILE.

    DISPLAY "=====================".
    DISPLAY " Room timetable control totals"
    DISPLAY " Rooms printed        : " roomTableCount
    DISPLAY " Meetings on file     : " schedTableCount
    DISPLAY " Meetings printed     : " wsMeetingsPrinted
    DISPLAY "=====================".
    IF roomDroppedCount > 0 OR schedDroppedCount > 0
        DISPLAY "** " roomDroppedCount " room(s) and "
            schedDroppedCount " meeting(s) beyond the tables - "
            "not on the print."
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
            DISPLAY "No room file on record - "
                "printing the rooms used on COURSCHD."
        END-IF.

    readRoomAction.
        READ ROOM-FILE
            AT END
                SET roomEof TO TRUE
        END-READ.

    addRoomEntryAction.
        IF roomTableCount < 150
            ADD 1 TO roomTableCount
            MOVE RoomCode TO roomTabCode(roomTableCount)
            MOVE RoomCapacity TO roomTabCapacity(roomTableCount)
            MOVE RoomBuilding TO roomTabBuilding(roomTableCount)
            MOVE RoomProjector TO roomTabProjector(roomTableCount)
            MOVE RoomComputers TO roomTabComputers(roomTableCount)
            MOVE RoomLab TO roomTabLab(roomTableCount)
            MOVE RoomStepFree TO roomTabStepFree(roomTableCount)
            MOVE "Y" TO roomTabOnFile(roomTableCount)
        ELSE
            ADD 1 TO roomDroppedCount
        END-IF.
        PERFORM readRoomAction.

    loadScheduleTableAction.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL schedEof
            CLOSE SCHEDULE-FILE
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
            MOVE SchedRoom TO wsLookupRoom
            PERFORM findRoomAction
            IF roomFoundIndex = 0
                PERFORM addUnlistedRoomAction
            END-IF
        ELSE
            ADD 1 TO schedDroppedCount
        END-IF.
        PERFORM readScheduleAction.

    findRoomAction.
        MOVE 0 TO roomFoundIndex.
        PERFORM VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount
                OR roomFoundIndex > 0
            IF roomTabCode(roomTableIndex) = wsLookupRoom
                MOVE roomTableIndex TO roomFoundIndex
            END-IF
        END-PERFORM.

    addUnlistedRoomAction.
        IF roomTableCount < 150
            ADD 1 TO roomTableCount
            MOVE wsLookupRoom TO roomTabCode(roomTableCount)
            MOVE 0 TO roomTabCapacity(roomTableCount)
            MOVE SPACES TO roomTabBuilding(roomTableCount)
            MOVE SPACE TO roomTabProjector(roomTableCount)
            MOVE SPACE TO roomTabComputers(roomTableCount)
            MOVE SPACE TO roomTabLab(roomTableCount)
            MOVE SPACE TO roomTabStepFree(roomTableCount)
            MOVE "N" TO roomTabOnFile(roomTableCount)
        ELSE
            ADD 1 TO roomDroppedCount
        END-IF.

    loadCourseTableAction.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseAction
            PERFORM addCourseEntryAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    addCourseEntryAction.
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseAction.

    printOneRoomAction.
        MOVE SPACES TO wsListLine.
        WRITE RoomTimetableLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine(1:60).
        WRITE RoomTimetableLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF roomTabOnFile(roomTableIndex) = "Y"
            STRING " Room "                 DELIMITED BY SIZE
                   roomTabCode(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  "                     DELIMITED BY SIZE
                   roomTabBuilding(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  seats "               DELIMITED BY SIZE
                   roomTabCapacity(roomTableIndex)
                                            DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RoomTimetableLine FROM wsListLine
            MOVE SPACES TO wsListLine
            STRING " Projector "            DELIMITED BY SIZE
                   roomTabProjector(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  computers "           DELIMITED BY SIZE
                   roomTabComputers(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  lab "                 DELIMITED BY SIZE
                   roomTabLab(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  step-free "           DELIMITED BY SIZE
                   roomTabStepFree(roomTableIndex)
                                            DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            STRING " Room "                 DELIMITED BY SIZE
                   roomTabCode(roomTableIndex)
                                            DELIMITED BY SIZE
                   "  (used on COURSCHD, not on ROOMS)"
                                            DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE RoomTimetableLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE RoomTimetableLine FROM wsListLine.
        PERFORM printOneDayAction
            VARYING wsDayNumber FROM 1 BY 1
            UNTIL wsDayNumber > 7.

    printOneDayAction.
        MOVE 0 TO dayTableCount.
        PERFORM gatherDayMeetingAction
            VARYING schedTableIndex FROM 1 BY 1
            UNTIL schedTableIndex > schedTableCount.
        PERFORM sortDayMeetingsAction.
        MOVE SPACES TO wsDetailLine.
        MOVE dayName(wsDayNumber) TO wsDetailDay.
        IF dayTableCount = 0
            MOVE wsDayOpen TO wsDetailStart
            MOVE wsDayClose TO wsDetailEnd
            MOVE "free all day" TO wsDetailTitle
            WRITE RoomTimetableLine FROM wsDetailLine
        ELSE
            MOVE wsDayOpen TO wsFreeFrom
            PERFORM printMeetingAction
                VARYING dayTableIndex FROM 1 BY 1
                UNTIL dayTableIndex > dayTableCount
            IF wsFreeFrom < wsDayClose
                MOVE wsFreeFrom TO wsDetailStart
                MOVE wsDayClose TO wsDetailEnd
                MOVE SPACES TO wsDetailCourse
                MOVE "free" TO wsDetailTitle
                WRITE RoomTimetableLine FROM wsDetailLine
            END-IF
        END-IF.

    gatherDayMeetingAction.
        IF schedTabRoom(schedTableIndex) = roomTabCode(roomTableIndex)
            AND schedTabDay(schedTableIndex) = wsDayNumber
            AND dayTableCount < 50
            ADD 1 TO dayTableCount
            MOVE schedTabStart(schedTableIndex)
                TO dayStart(dayTableCount)
            MOVE schedTabEnd(schedTableIndex)
                TO dayEnd(dayTableCount)
            MOVE schedTabCourse(schedTableIndex)
                TO dayCourse(dayTableCount)
        END-IF.

    sortDayMeetingsAction.
        IF dayTableCount > 1
            PERFORM sortDayPassAction
                VARYING sortPassIndex FROM 1 BY 1
                UNTIL sortPassIndex >= dayTableCount
        END-IF.

    sortDayPassAction.
        PERFORM compareDayPairAction
            VARYING sortScanIndex FROM 1 BY 1
            UNTIL sortScanIndex >= dayTableCount.

    compareDayPairAction.
        IF dayStart(sortScanIndex) > dayStart(sortScanIndex + 1)
            MOVE dayTableRow(sortScanIndex) TO swapDayRow
            MOVE dayTableRow(sortScanIndex + 1)
                TO dayTableRow(sortScanIndex)
            MOVE swapDayRow TO dayTableRow(sortScanIndex + 1)
        END-IF.

*>  A gap before the meeting is printed as free time; overlapping
*>  bookings simply follow one another, and RoomCheck reports them.
    printMeetingAction.
        IF dayStart(dayTableIndex) > wsFreeFrom
            MOVE wsFreeFrom TO wsDetailStart
            MOVE dayStart(dayTableIndex) TO wsDetailEnd
            MOVE SPACES TO wsDetailCourse
            MOVE "free" TO wsDetailTitle
            WRITE RoomTimetableLine FROM wsDetailLine
        END-IF.
        MOVE dayStart(dayTableIndex) TO wsDetailStart.
        MOVE dayEnd(dayTableIndex) TO wsDetailEnd.
        MOVE dayCourse(dayTableIndex) TO wsDetailCourse.
        PERFORM lookupCourseTitleAction.
        MOVE wsCourseTitle TO wsDetailTitle.
        WRITE RoomTimetableLine FROM wsDetailLine.
        ADD 1 TO wsMeetingsPrinted.
        IF dayEnd(dayTableIndex) > wsFreeFrom
            MOVE dayEnd(dayTableIndex) TO wsFreeFrom
        END-IF.

    lookupCourseTitleAction.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) =
                    dayCourse(dayTableIndex)
                MOVE courseTableTitle(courseTableIndex)
                    TO wsCourseTitle
            END-IF
        END-PERFORM.
