IDENTIFICATION DIVISION.
PROGRAM-ID.  RoomMaint.

*> Maintains the ROOMS teaching-room reference file: room code (the
*> same code COURSCHD carries on each meeting), seated capacity, the
*> building and four facilities flags - projector, computers, lab
*> benching and step-free access.  RoomCheck measures the timetable
*> against these records and RoomTimetable prints each room's week.
*> The file is loaded into a table at start-up and rewritten whole on
*> exit, the same way CourseMaint updates the catalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRoomStatus.

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

WORKING-STORAGE SECTION.
01 wsRoomStatus PIC XX VALUE "00".

01 roomEofSwitch PIC X VALUE "N".
   88 roomEof VALUE "Y".
01 roomsChangedSwitch PIC X VALUE "N".
   88 roomsChanged VALUE "Y".

01 roomTableCount PIC 9(3) VALUE 0.
01 wsNotLoadedCount PIC 9(3) VALUE 0.
01 roomTableIndex PIC 9(3) VALUE 0.
01 roomFoundIndex PIC 9(3) VALUE 0.
01 roomTable.
    05 roomTableEntry OCCURS 100 TIMES.
        10 roomTabCode       PIC X(8).
        10 roomTabCapacity   PIC 9(3).
        10 roomTabBuilding   PIC X(20).
        10 roomTabProjector  PIC X.
        10 roomTabComputers  PIC X.
        10 roomTabLab        PIC X.
        10 roomTabStepFree   PIC X.

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 amendSelected  VALUE "M".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsCodeInput PIC X(8) VALUE SPACES.
01 wsCapacityInput PIC X(3) VALUE SPACES.
01 wsFlagInput PIC X VALUE SPACE.
   88 flagAnswered VALUE "Y" "N".
01 wsFlagPrompt PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Teaching room maintenance".
    DISPLAY "=====================".
    PERFORM loadRoomTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** ROOM FILE HOLDS MORE THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF roomsChanged
        PERFORM saveRoomFileAction
        DISPLAY "Room file saved - " roomTableCount
            " room(s) on file."
    ELSE
        DISPLAY "No changes made - room file left as it was."
    END-IF.
    STOP RUN.

    loadRoomTableAction.
        MOVE 0 TO roomTableCount.
        MOVE "N" TO roomEofSwitch.
        OPEN INPUT ROOM-FILE.
        IF wsRoomStatus = "00"
            PERFORM readRoomRecordAction
            PERFORM addRoomEntryAction UNTIL roomEof
            CLOSE ROOM-FILE
        ELSE
            DISPLAY "No room file yet - starting an empty table."
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
            MOVE RoomCapacity TO roomTabCapacity(roomTableCount)
            MOVE RoomBuilding TO roomTabBuilding(roomTableCount)
            MOVE RoomProjector TO roomTabProjector(roomTableCount)
            MOVE RoomComputers TO roomTabComputers(roomTableCount)
            MOVE RoomLab TO roomTabLab(roomTableCount)
            MOVE RoomStepFree TO roomTabStepFree(roomTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readRoomRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd, a(M)end, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN addSelected
                PERFORM addRoomAction
            WHEN amendSelected
                PERFORM amendRoomAction
            WHEN listSelected
                PERFORM listRoomsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, M, L or X."
        END-EVALUATE.

    addRoomAction.
        IF roomTableCount >= 100
            DISPLAY "Room table is full - cannot add another."
        ELSE
            PERFORM acceptRoomCodeAction
            PERFORM findRoomAction
            IF roomFoundIndex > 0
                DISPLAY "Room " wsCodeInput " is already on file - "
                    "use aMend instead."
            ELSE
                ADD 1 TO roomTableCount
                MOVE roomTableCount TO roomFoundIndex
                MOVE wsCodeInput TO roomTabCode(roomFoundIndex)
                PERFORM acceptRoomDetailsAction
                SET roomsChanged TO TRUE
                DISPLAY "Room " wsCodeInput " added."
            END-IF
        END-IF.

    amendRoomAction.
        PERFORM acceptRoomCodeAction.
        PERFORM findRoomAction.
        IF roomFoundIndex = 0
            DISPLAY "Room " wsCodeInput " is not on file."
        ELSE
            DISPLAY "Currently: seats " roomTabCapacity(roomFoundIndex)
                " in " roomTabBuilding(roomFoundIndex)
            DISPLAY "  projector " roomTabProjector(roomFoundIndex)
                " computers " roomTabComputers(roomFoundIndex)
                " lab " roomTabLab(roomFoundIndex)
                " step-free " roomTabStepFree(roomFoundIndex)
            PERFORM acceptRoomDetailsAction
            SET roomsChanged TO TRUE
            DISPLAY "Room " wsCodeInput " amended."
        END-IF.

    acceptRoomDetailsAction.
        MOVE SPACES TO wsCapacityInput.
        PERFORM UNTIL wsCapacityInput IS NUMERIC
                AND wsCapacityInput NOT = "000"
            DISPLAY "Seated capacity (3 digits, e.g. 024):"
            ACCEPT wsCapacityInput
        END-PERFORM.
        MOVE wsCapacityInput TO roomTabCapacity(roomFoundIndex).
        DISPLAY "Building:".
        ACCEPT roomTabBuilding(roomFoundIndex).
        MOVE "Projector (Y/N):" TO wsFlagPrompt.
        PERFORM acceptFlagAction.
        MOVE wsFlagInput TO roomTabProjector(roomFoundIndex).
        MOVE "Computers (Y/N):" TO wsFlagPrompt.
        PERFORM acceptFlagAction.
        MOVE wsFlagInput TO roomTabComputers(roomFoundIndex).
        MOVE "Lab benching (Y/N):" TO wsFlagPrompt.
        PERFORM acceptFlagAction.
        MOVE wsFlagInput TO roomTabLab(roomFoundIndex).
        MOVE "Step-free access (Y/N):" TO wsFlagPrompt.
        PERFORM acceptFlagAction.
        MOVE wsFlagInput TO roomTabStepFree(roomFoundIndex).

    acceptFlagAction.
        MOVE SPACE TO wsFlagInput.
        PERFORM UNTIL flagAnswered
            DISPLAY wsFlagPrompt
            ACCEPT wsFlagInput
            IF wsFlagInput = "y"
                MOVE "Y" TO wsFlagInput
            END-IF
            IF wsFlagInput = "n"
                MOVE "N" TO wsFlagInput
            END-IF
        END-PERFORM.

    listRoomsAction.
        PERFORM listOneRoomAction
            VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount.

    listOneRoomAction.
        DISPLAY "  " roomTabCode(roomTableIndex)
            " seats " roomTabCapacity(roomTableIndex)
            " " roomTabBuilding(roomTableIndex)
            " P" roomTabProjector(roomTableIndex)
            " C" roomTabComputers(roomTableIndex)
            " L" roomTabLab(roomTableIndex)
            " S" roomTabStepFree(roomTableIndex).

    acceptRoomCodeAction.
        MOVE SPACES TO wsCodeInput.
        PERFORM UNTIL wsCodeInput NOT = SPACES
            DISPLAY "Room code (up to 8 characters):"
            ACCEPT wsCodeInput
        END-PERFORM.

    findRoomAction.
        MOVE 0 TO roomFoundIndex.
        PERFORM VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount
            IF roomTabCode(roomTableIndex) = wsCodeInput
                MOVE roomTableIndex TO roomFoundIndex
            END-IF
        END-PERFORM.

    saveRoomFileAction.
        OPEN OUTPUT ROOM-FILE.
        PERFORM writeOneRoomAction
            VARYING roomTableIndex FROM 1 BY 1
            UNTIL roomTableIndex > roomTableCount.
        CLOSE ROOM-FILE.

    writeOneRoomAction.
        MOVE roomTabCode(roomTableIndex) TO RoomCode.
        MOVE roomTabCapacity(roomTableIndex) TO RoomCapacity.
        MOVE roomTabBuilding(roomTableIndex) TO RoomBuilding.
        MOVE roomTabProjector(roomTableIndex) TO RoomProjector.
        MOVE roomTabComputers(roomTableIndex) TO RoomComputers.
        MOVE roomTabLab(roomTableIndex) TO RoomLab.
        MOVE roomTabStepFree(roomTableIndex) TO RoomStepFree.
        WRITE RoomRecord.
