IDENTIFICATION DIVISION.
PROGRAM-ID.  TutorMaint.

*> Maintains the TUTORS teaching-staff file: tutor id, name,
*> contracted weekly contact hours and department.  Which tutor
*> teaches which course in a term is held separately on COURSTUT and
*> kept by TutorAssignMaint; TeachingLoad measures each tutor's
*> timetabled hours against the contract held here.  The file is
*> loaded into a table at start-up and rewritten whole on exit, the
*> same way CourseMaint updates the catalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TUTOR-FILE ASSIGN TO "TUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTutorStatus.

DATA DIVISION.
FILE SECTION.
FD  TUTOR-FILE.
01  TutorRecord.
    05  TutorId             PIC X(6).
    05  TutorName           PIC X(25).
    05  TutorContractHours  PIC 99V9.
    05  TutorDepartment     PIC X(20).

WORKING-STORAGE SECTION.
01 wsTutorStatus PIC XX VALUE "00".

01 tutorEofSwitch PIC X VALUE "N".
   88 tutorEof VALUE "Y".
01 tutorsChangedSwitch PIC X VALUE "N".
   88 tutorsChanged VALUE "Y".

01 tutorTableCount PIC 9(3) VALUE 0.
01 wsNotLoadedCount PIC 9(3) VALUE 0.
01 tutorTableIndex PIC 9(3) VALUE 0.
01 tutorFoundIndex PIC 9(3) VALUE 0.
01 tutorTable.
    05 tutorTableEntry OCCURS 100 TIMES.
        10 tutorTabId         PIC X(6).
        10 tutorTabName       PIC X(25).
        10 tutorTabContract   PIC 99V9.
        10 tutorTabDepartment PIC X(20).

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 amendSelected  VALUE "M".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsCodeInput PIC X(6) VALUE SPACES.
01 wsHoursInput PIC X(3) VALUE SPACES.
01 wsHoursValue REDEFINES wsHoursInput PIC 99V9.
01 wsEditHours PIC Z9.9.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Tutor maintenance".
    DISPLAY "=====================".
    PERFORM loadTutorTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** TUTOR FILE HOLDS MORE THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF tutorsChanged
        PERFORM saveTutorFileAction
        DISPLAY "Tutor file saved - " tutorTableCount
            " tutor(s) on file."
    ELSE
        DISPLAY "No changes made - tutor file left as it was."
    END-IF.
    STOP RUN.

    loadTutorTableAction.
        MOVE 0 TO tutorTableCount.
        MOVE "N" TO tutorEofSwitch.
        OPEN INPUT TUTOR-FILE.
        IF wsTutorStatus = "00"
            PERFORM readTutorRecordAction
            PERFORM addTutorEntryAction UNTIL tutorEof
            CLOSE TUTOR-FILE
        ELSE
            DISPLAY "No tutor file yet - starting an empty table."
        END-IF.

    readTutorRecordAction.
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
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readTutorRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd, a(M)end, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN addSelected
                PERFORM addTutorAction
            WHEN amendSelected
                PERFORM amendTutorAction
            WHEN listSelected
                PERFORM listTutorsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, M, L or X."
        END-EVALUATE.

    addTutorAction.
        IF tutorTableCount >= 100
            DISPLAY "Tutor table is full - cannot add another."
        ELSE
            PERFORM acceptTutorIdAction
            PERFORM findTutorAction
            IF tutorFoundIndex > 0
                DISPLAY "Tutor " wsCodeInput " is already on file - "
                    "use aMend instead."
            ELSE
                ADD 1 TO tutorTableCount
                MOVE tutorTableCount TO tutorFoundIndex
                MOVE wsCodeInput TO tutorTabId(tutorFoundIndex)
                PERFORM acceptTutorDetailsAction
                SET tutorsChanged TO TRUE
                DISPLAY "Tutor " wsCodeInput " added."
            END-IF
        END-IF.

    amendTutorAction.
        PERFORM acceptTutorIdAction.
        PERFORM findTutorAction.
        IF tutorFoundIndex = 0
            DISPLAY "Tutor " wsCodeInput " is not on file."
        ELSE
            MOVE tutorTabContract(tutorFoundIndex) TO wsEditHours
            DISPLAY "Currently: " tutorTabName(tutorFoundIndex)
                " " wsEditHours " hrs "
                tutorTabDepartment(tutorFoundIndex)
            PERFORM acceptTutorDetailsAction
            SET tutorsChanged TO TRUE
            DISPLAY "Tutor " wsCodeInput " amended."
        END-IF.

    acceptTutorDetailsAction.
        MOVE SPACES TO tutorTabName(tutorFoundIndex).
        PERFORM UNTIL tutorTabName(tutorFoundIndex) NOT = SPACES
            DISPLAY "Tutor name:"
            ACCEPT tutorTabName(tutorFoundIndex)
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Contracted weekly hours (3 digits, 225 = 22.5):"
            ACCEPT wsHoursInput
            IF wsHoursInput IS NUMERIC
                MOVE wsHoursValue TO tutorTabContract(tutorFoundIndex)
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 000 to 999."
            END-IF
        END-PERFORM.
        DISPLAY "Department:".
        ACCEPT tutorTabDepartment(tutorFoundIndex).

    listTutorsAction.
        PERFORM listOneTutorAction
            VARYING tutorTableIndex FROM 1 BY 1
            UNTIL tutorTableIndex > tutorTableCount.

    listOneTutorAction.
        MOVE tutorTabContract(tutorTableIndex) TO wsEditHours.
        DISPLAY "  " tutorTabId(tutorTableIndex)
            " " tutorTabName(tutorTableIndex)
            " " wsEditHours " hrs "
            tutorTabDepartment(tutorTableIndex).

    acceptTutorIdAction.
        MOVE SPACES TO wsCodeInput.
        PERFORM UNTIL wsCodeInput NOT = SPACES
            DISPLAY "Tutor id (up to 6 characters):"
            ACCEPT wsCodeInput
        END-PERFORM.

    findTutorAction.
        MOVE 0 TO tutorFoundIndex.
        PERFORM VARYING tutorTableIndex FROM 1 BY 1
            UNTIL tutorTableIndex > tutorTableCount
            IF tutorTabId(tutorTableIndex) = wsCodeInput
                MOVE tutorTableIndex TO tutorFoundIndex
            END-IF
        END-PERFORM.

    saveTutorFileAction.
        OPEN OUTPUT TUTOR-FILE.
        PERFORM writeOneTutorAction
            VARYING tutorTableIndex FROM 1 BY 1
            UNTIL tutorTableIndex > tutorTableCount.
        CLOSE TUTOR-FILE.

    writeOneTutorAction.
        MOVE tutorTabId(tutorTableIndex) TO TutorId.
        MOVE tutorTabName(tutorTableIndex) TO TutorName.
        MOVE tutorTabContract(tutorTableIndex) TO TutorContractHours.
        MOVE tutorTabDepartment(tutorTableIndex) TO TutorDepartment.
        WRITE TutorRecord.
