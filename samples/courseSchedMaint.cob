*> same records.  The file is loaded into a table at start-up and
*> rewritten whole on exit, the same way CourseMaint updates the
*> catalog.
*>
*> Modification history:
*> - A new meeting is refused when another course already has its
*>   room at an overlapping time on the same day, and - once the
*>   ROOMS file exists - when its room is not on ROOMS.  RoomCheck
*>   reports the same problems across the whole file overnight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRoomStatus.

DATA DIVISION.
FILE SECTION.
FD  SCHEDULE-FILE.
    05  SchedEnd        PIC 9(4).
    05  SchedRoom       PIC X(8).

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

WORKING-STORAGE SECTION.
01 wsScheduleStatus PIC XX VALUE "00".
01 wsRoomStatus PIC XX VALUE "00".

01 schedEofSwitch PIC X VALUE "N".
   88 schedEof VALUE "Y".
01 schedChangedSwitch PIC X VALUE "N".
   88 schedChanged VALUE "Y".
01 roomEofSwitch PIC X VALUE "N".
   88 roomEof VALUE "Y".
01 roomsOnFileSwitch PIC X VALUE "N".
   88 roomsOnFile VALUE "Y".

01 schedTableCount PIC 9(3) VALUE 0.
01 wsNotLoadedCount PIC 9(3) VALUE 0.
        10 schedTabRoom   PIC X(8).
        10 schedTabGone   PIC X.

*> Room codes from ROOMS; only the codes are needed at the desk.
01 roomTableCount PIC 9(3) VALUE 0.
01 roomTableIndex PIC 9(3) VALUE 0.
01 roomFoundIndex PIC 9(3) VALUE 0.
01 roomTable.
    05 roomTabCode OCCURS 100 TIMES PIC X(8).

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 dropSelected   VALUE "D".
01 wsDroppedHere PIC 9(3) VALUE 0.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".
01 clashFoundIndex PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
Begin.
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM loadRoomTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF schedChanged
        PERFORM saveScheduleFileAction
        END-IF.
        PERFORM readScheduleRecordAction.

*>  ROOMS holding more codes than the table is treated as no file,
*>  so a room that did not fit is never refused as unknown.
    loadRoomTableAction.
        MOVE 0 TO roomTableCount.
        OPEN INPUT ROOM-FILE.
        IF wsRoomStatus = "00"
            SET roomsOnFile TO TRUE
            PERFORM readRoomRecordAction
            PERFORM addRoomEntryAction UNTIL roomEof
            CLOSE ROOM-FILE
        END-IF.
        IF roomTableCount = 0
            MOVE "N" TO roomsOnFileSwitch
        END-IF.

    readRoomRecordAction.
        READ ROOM-FILE
            AT END
                SET roomEof TO TRUE
        END-READ.

    addRoomEntryAction.
        IF roomTableCount < 100
            ADD 1 TO roomTableCount
            MOVE RoomCode TO roomTabCode(roomTableCount)
        ELSE
            MOVE "N" TO roomsOnFileSwitch
        END-IF.
        PERFORM readRoomRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd a meeting, (D)rop a course's meetings, "
                PERFORM acceptTimeAction
                MOVE wsEntryTime TO wsEntryEnd
            END-PERFORM
            PERFORM acceptRoomAction
            PERFORM findRoomClashAction
            IF clashFoundIndex > 0
                DISPLAY "Room " wsRoomInput " is already booked for "
                    schedTabCourse(clashFoundIndex) " "
                    schedTabStart(clashFoundIndex) "-"
                    schedTabEnd(clashFoundIndex)
                    " that day - meeting not added."
            ELSE
                ADD 1 TO schedTableCount
                MOVE wsCodeInput TO schedTabCourse(schedTableCount)
                MOVE wsEntryDay TO schedTabDay(schedTableCount)
                MOVE wsEntryStart TO schedTabStart(schedTableCount)
                MOVE wsEntryEnd TO schedTabEnd(schedTableCount)
                MOVE wsRoomInput TO schedTabRoom(schedTableCount)
                MOVE "N" TO schedTabGone(schedTableCount)
                SET schedChanged TO TRUE
                DISPLAY "Meeting added for " wsCodeInput "."
            END-IF
        END-IF.

    acceptRoomAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            MOVE SPACES TO wsRoomInput
            PERFORM UNTIL wsRoomInput NOT = SPACES
                DISPLAY "Room:"
                ACCEPT wsRoomInput
            END-PERFORM
            IF roomsOnFile
                PERFORM findRoomAction
                IF roomFoundIndex = 0
                    DISPLAY "Room " wsRoomInput " is not on the ROOMS "
                        "file - add it with RoomMaint first."
                ELSE
                    MOVE "Y" TO validEntrySwitch
                END-IF
            ELSE
                MOVE "Y" TO validEntrySwitch
            END-IF
        END-PERFORM.

    findRoomAction.
        MOVE 0 TO roomFoundIndex.
        PERFORM VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount
            IF roomTabCode(roomTableIndex) = wsRoomInput
                MOVE roomTableIndex TO roomFoundIndex
            END-IF
        END-PERFORM.

*>  Another course's meeting in the same room on the same day that
*>  starts before this one ends and ends after it starts.
    findRoomClashAction.
        MOVE 0 TO clashFoundIndex.
        PERFORM VARYING schedTableIndex FROM 1 BY 1
            UNTIL schedTableIndex > schedTableCount
            IF schedTabGone(schedTableIndex) = "N"
                AND schedTabRoom(schedTableIndex) = wsRoomInput
                AND schedTabDay(schedTableIndex) = wsEntryDay
                AND schedTabCourse(schedTableIndex) NOT = wsCodeInput
                AND schedTabStart(schedTableIndex) < wsEntryEnd
                AND schedTabEnd(schedTableIndex) > wsEntryStart
                MOVE schedTableIndex TO clashFoundIndex
            END-IF
        END-PERFORM.

    dropCourseAction.
        PERFORM acceptCourseCodeAction.
