IDENTIFICATION DIVISION.
PROGRAM-ID.  TutorAssignMaint.

*> Maintains COURSTUT, the course-to-tutor assignment for each term:
*> one record per course and term naming the tutor who teaches it.
*> Assigning a course that already has a tutor for the term replaces
*> the tutor.  The tutor must be on TUTORS; the course and term are
*> checked against COURSES and TERMS when those files are present.
*> TeachingLoad totals each tutor's hours from these assignments and
*> the class list and emergency sheet name the tutor through
*> TutorLookup.  The file is loaded into a table at start-up and
*> rewritten whole on exit, the same way CourseMaint updates the
*> catalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASSIGNMENT-FILE ASSIGN TO "COURSTUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAssignStatus.

    SELECT TUTOR-FILE ASSIGN TO "TUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTutorStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

DATA DIVISION.
FILE SECTION.
FD  ASSIGNMENT-FILE.
01  AssignmentRecord.
    05  AssignCourseCode    PIC X(4).
    05  AssignTermCode      PIC X(6).
    05  AssignTutorId       PIC X(6).

FD  TUTOR-FILE.
01  TutorRecord.
    05  TutorId             PIC X(6).
    05  TutorName           PIC X(25).
    05  TutorContractHours  PIC 99V9.
    05  TutorDepartment     PIC X(20).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

WORKING-STORAGE SECTION.
01 wsAssignStatus PIC XX VALUE "00".
01 wsTutorStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".

01 assignEofSwitch PIC X VALUE "N".
   88 assignEof VALUE "Y".
01 tutorEofSwitch PIC X VALUE "N".
   88 tutorEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 assignChangedSwitch PIC X VALUE "N".
   88 assignChanged VALUE "Y".

01 assignTableCount PIC 9(3) VALUE 0.
01 wsNotLoadedCount PIC 9(3) VALUE 0.
01 assignTableIndex PIC 9(3) VALUE 0.
01 assignFoundIndex PIC 9(3) VALUE 0.
01 assignTable.
    05 assignTableEntry OCCURS 500 TIMES.
        10 assignTabCourse PIC X(4).
        10 assignTabTerm   PIC X(6).
        10 assignTabTutor  PIC X(6).
        10 assignTabGone   PIC X.

01 tutorTableCount PIC 9(3) VALUE 0.
01 tutorTableIndex PIC 9(3) VALUE 0.
01 tutorFoundIndex PIC 9(3) VALUE 0.
01 tutorTable.
    05 tutorTableEntry OCCURS 100 TIMES.
        10 tutorTabId   PIC X(6).
        10 tutorTabName PIC X(25).

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseFoundIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableCode OCCURS 50 TIMES PIC X(4).

01 termTableCount PIC 9(3) VALUE 0.
01 termTableIndex PIC 9(3) VALUE 0.
01 termFoundIndex PIC 9(3) VALUE 0.
01 termTable.
    05 termTableCode OCCURS 50 TIMES PIC X(6).

01 wsActionAnswer PIC X VALUE SPACE.
   88 assignSelected VALUE "A".
   88 dropSelected   VALUE "D".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsCodeInput PIC X(4) VALUE SPACES.
01 wsTermInput PIC X(6) VALUE SPACES.
01 wsTutorInput PIC X(6) VALUE SPACES.
01 wsTutorName PIC X(25) VALUE SPACES.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Course tutor assignment maintenance".
    DISPLAY "=====================".
    PERFORM loadAssignmentTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** ASSIGNMENT FILE HOLDS MORE THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM loadTutorTableAction.
    PERFORM loadCourseTableAction.
    PERFORM loadTermTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF assignChanged
        PERFORM saveAssignmentFileAction
        DISPLAY "Assignment file saved."
    ELSE
        DISPLAY "No changes made - assignment file left as it was."
    END-IF.
    STOP RUN.

    loadAssignmentTableAction.
        MOVE 0 TO assignTableCount.
        OPEN INPUT ASSIGNMENT-FILE.
        IF wsAssignStatus = "00"
            PERFORM readAssignmentAction
            PERFORM addAssignmentEntryAction UNTIL assignEof
            CLOSE ASSIGNMENT-FILE
        ELSE
            DISPLAY "No assignment file yet - starting an empty table."
        END-IF.

    readAssignmentAction.
        READ ASSIGNMENT-FILE
            AT END
                SET assignEof TO TRUE
        END-READ.

    addAssignmentEntryAction.
        IF assignTableCount < 500
            ADD 1 TO assignTableCount
            MOVE AssignCourseCode TO assignTabCourse(assignTableCount)
            MOVE AssignTermCode TO assignTabTerm(assignTableCount)
            MOVE AssignTutorId TO assignTabTutor(assignTableCount)
            MOVE "N" TO assignTabGone(assignTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readAssignmentAction.

    loadTutorTableAction.
        OPEN INPUT TUTOR-FILE.
        IF wsTutorStatus = "00"
            PERFORM readTutorAction
            PERFORM addTutorEntryAction UNTIL tutorEof
            CLOSE TUTOR-FILE
        ELSE
            DISPLAY "No tutor file yet - add tutors with TutorMaint "
                "before assigning them."
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
        END-IF.
        PERFORM readTutorAction.

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
        END-IF.
        PERFORM readCourseAction.

    loadTermTableAction.
        OPEN INPUT TERM-FILE.
        IF wsTermStatus = "00"
            PERFORM readTermAction
            PERFORM addTermEntryAction UNTIL termEof
            CLOSE TERM-FILE
        END-IF.

    readTermAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    addTermEntryAction.
        IF termTableCount < 50
            ADD 1 TO termTableCount
            MOVE TermRecordCode TO termTableCode(termTableCount)
        END-IF.
        PERFORM readTermAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)ssign a tutor, (D)rop an assignment, (L)ist, "
            "e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN assignSelected
                PERFORM assignTutorAction
            WHEN dropSelected
                PERFORM dropAssignmentAction
            WHEN listSelected
                PERFORM listAssignmentsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, D, L or X."
        END-EVALUATE.

    assignTutorAction.
        PERFORM acceptCourseAndTermAction.
        PERFORM acceptTutorIdAction.
        PERFORM findAssignmentAction.
        IF assignFoundIndex > 0
            DISPLAY "Was " assignTabTutor(assignFoundIndex)
                " - now " wsTutorInput " " wsTutorName
            MOVE wsTutorInput TO assignTabTutor(assignFoundIndex)
            SET assignChanged TO TRUE
        ELSE
            IF assignTableCount >= 500
                DISPLAY "Assignment table is full - cannot add another."
            ELSE
                ADD 1 TO assignTableCount
                MOVE wsCodeInput TO assignTabCourse(assignTableCount)
                MOVE wsTermInput TO assignTabTerm(assignTableCount)
                MOVE wsTutorInput TO assignTabTutor(assignTableCount)
                MOVE "N" TO assignTabGone(assignTableCount)
                SET assignChanged TO TRUE
                DISPLAY wsTutorName " assigned to " wsCodeInput
                    " for " wsTermInput "."
            END-IF
        END-IF.

    dropAssignmentAction.
        PERFORM acceptCourseAndTermAction.
        PERFORM findAssignmentAction.
        IF assignFoundIndex = 0
            DISPLAY "No tutor assigned to " wsCodeInput " for "
                wsTermInput "."
        ELSE
            MOVE "Y" TO assignTabGone(assignFoundIndex)
            SET assignChanged TO TRUE
            DISPLAY "Assignment dropped."
        END-IF.

    listAssignmentsAction.
        PERFORM listOneAssignmentAction
            VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount.

    listOneAssignmentAction.
        IF assignTabGone(assignTableIndex) = "N"
            MOVE assignTabTutor(assignTableIndex) TO wsTutorInput
            PERFORM findTutorAction
            DISPLAY "  " assignTabCourse(assignTableIndex)
                " " assignTabTerm(assignTableIndex)
                " " assignTabTutor(assignTableIndex)
                " " wsTutorName
        END-IF.

    acceptCourseAndTermAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            MOVE SPACES TO wsCodeInput
            PERFORM UNTIL wsCodeInput NOT = SPACES
                DISPLAY "Course code:"
                ACCEPT wsCodeInput
            END-PERFORM
            PERFORM findCourseAction
            IF courseTableCount > 0 AND courseFoundIndex = 0
                DISPLAY "Course " wsCodeInput " is not on COURSES."
            ELSE
                MOVE "Y" TO validEntrySwitch
            END-IF
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            MOVE SPACES TO wsTermInput
            PERFORM UNTIL wsTermInput NOT = SPACES
                DISPLAY "Term code:"
                ACCEPT wsTermInput
            END-PERFORM
            PERFORM findTermAction
            IF termTableCount > 0 AND termFoundIndex = 0
                DISPLAY "Term " wsTermInput " is not on TERMS."
            ELSE
                MOVE "Y" TO validEntrySwitch
            END-IF
        END-PERFORM.

    acceptTutorIdAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            MOVE SPACES TO wsTutorInput
            PERFORM UNTIL wsTutorInput NOT = SPACES
                DISPLAY "Tutor id:"
                ACCEPT wsTutorInput
            END-PERFORM
            PERFORM findTutorAction
            IF tutorFoundIndex = 0
                DISPLAY "Tutor " wsTutorInput " is not on TUTORS."
            ELSE
                MOVE "Y" TO validEntrySwitch
            END-IF
        END-PERFORM.

    findAssignmentAction.
        MOVE 0 TO assignFoundIndex.
        PERFORM VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount
            IF assignTabCourse(assignTableIndex) = wsCodeInput
                AND assignTabTerm(assignTableIndex) = wsTermInput
                AND assignTabGone(assignTableIndex) = "N"
                MOVE assignTableIndex TO assignFoundIndex
            END-IF
        END-PERFORM.

    findTutorAction.
        MOVE 0 TO tutorFoundIndex.
        MOVE "(not on TUTORS)" TO wsTutorName.
        PERFORM VARYING tutorTableIndex FROM 1 BY 1
            UNTIL tutorTableIndex > tutorTableCount
            IF tutorTabId(tutorTableIndex) = wsTutorInput
                MOVE tutorTableIndex TO tutorFoundIndex
                MOVE tutorTabName(tutorTableIndex) TO wsTutorName
            END-IF
        END-PERFORM.

    findCourseAction.
        MOVE 0 TO courseFoundIndex.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = wsCodeInput
                MOVE courseTableIndex TO courseFoundIndex
            END-IF
        END-PERFORM.

    findTermAction.
        MOVE 0 TO termFoundIndex.
        PERFORM VARYING termTableIndex FROM 1 BY 1
            UNTIL termTableIndex > termTableCount
            IF termTableCode(termTableIndex) = wsTermInput
                MOVE termTableIndex TO termFoundIndex
            END-IF
        END-PERFORM.

    saveAssignmentFileAction.
        OPEN OUTPUT ASSIGNMENT-FILE.
        PERFORM writeOneAssignmentAction
            VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount.
        CLOSE ASSIGNMENT-FILE.

    writeOneAssignmentAction.
        IF assignTabGone(assignTableIndex) = "N"
            MOVE assignTabCourse(assignTableIndex) TO AssignCourseCode
            MOVE assignTabTerm(assignTableIndex) TO AssignTermCode
            MOVE assignTabTutor(assignTableIndex) TO AssignTutorId
            WRITE AssignmentRecord
        END-IF.
