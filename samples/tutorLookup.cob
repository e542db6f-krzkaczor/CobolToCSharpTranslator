IDENTIFICATION DIVISION.
PROGRAM-ID.  TutorLookup.

*> Shared tutor lookup, callable the same way CalendarService is, so
*> every print that names a course's tutor names the same person.
*> The caller passes a TUTLOOK area with the course code and a term
*> code; the service returns the tutor id and name from the COURSTUT
*> assignment for that course and term, with TutLookFound set.  A
*> blank term means the term covering today on TERMS, falling back
*> to the course's assignment in the latest-starting term when no
*> term covers today.  A tutor id missing from TUTORS comes back with
*> its name shown as not on file.  TUTORS, COURSTUT and TERMS are
*> loaded once on the first call and kept for the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TUTOR-FILE ASSIGN TO "TUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTutorStatus.

    SELECT ASSIGNMENT-FILE ASSIGN TO "COURSTUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAssignStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

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

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

WORKING-STORAGE SECTION.
01 wsTutorStatus PIC XX VALUE "00".
01 wsAssignStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".

01 tutorEofSwitch PIC X VALUE "N".
   88 tutorEof VALUE "Y".
01 assignEofSwitch PIC X VALUE "N".
   88 assignEof VALUE "Y".
01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 tablesLoadedSwitch PIC X VALUE "N".
   88 tablesLoaded VALUE "Y".

01 tutorTableCount PIC 9(3) VALUE 0.
01 tutorTableIndex PIC 9(3) VALUE 0.
01 tutorTable.
    05 tutorTableEntry OCCURS 100 TIMES.
        10 tutorTabId   PIC X(6).
        10 tutorTabName PIC X(25).

01 assignTableCount PIC 9(3) VALUE 0.
01 assignTableIndex PIC 9(3) VALUE 0.
01 assignFoundIndex PIC 9(3) VALUE 0.
01 assignTable.
    05 assignTableEntry OCCURS 500 TIMES.
        10 assignTabCourse PIC X(4).
        10 assignTabTerm   PIC X(6).
        10 assignTabTutor  PIC X(6).

01 termTableCount PIC 9(3) VALUE 0.
01 termTableIndex PIC 9(3) VALUE 0.
01 termTable.
    05 termTableEntry OCCURS 50 TIMES.
        10 termTabCode  PIC X(6).
        10 termTabStart PIC 9(8).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsCurrentTerm PIC X(6) VALUE SPACES.
01 wsWantedTerm PIC X(6) VALUE SPACES.
01 wsBestStart PIC 9(8) VALUE 0.
01 wsAssignStart PIC 9(8) VALUE 0.

LINKAGE SECTION.
01 TutorLookupArea.
    COPY TUTLOOK.

PROCEDURE DIVISION USING TutorLookupArea.
Begin.
    IF NOT tablesLoaded
        PERFORM loadTablesAction
    END-IF.
    MOVE SPACES TO TutLookTutorId.
    MOVE SPACES TO TutLookTutorName.
    MOVE "N" TO TutLookFoundSwitch.
    IF TutLookTerm = SPACES
        MOVE wsCurrentTerm TO wsWantedTerm
    ELSE
        MOVE TutLookTerm TO wsWantedTerm
    END-IF.
    PERFORM findAssignmentAction.
    IF assignFoundIndex = 0 AND TutLookTerm = SPACES
        PERFORM findLatestAssignmentAction
    END-IF.
    IF assignFoundIndex > 0
        SET TutLookFound TO TRUE
        MOVE assignTabTutor(assignFoundIndex) TO TutLookTutorId
        MOVE "(not on TUTORS)" TO TutLookTutorName
        PERFORM VARYING tutorTableIndex FROM 1 BY 1
            UNTIL tutorTableIndex > tutorTableCount
            IF tutorTabId(tutorTableIndex) = TutLookTutorId
                MOVE tutorTabName(tutorTableIndex) TO TutLookTutorName
            END-IF
        END-PERFORM
    END-IF.
    GOBACK.

    loadTablesAction.
*>      Loaded once and kept - the service stays resident for a run
*>      the way CalendarService does.
        SET tablesLoaded TO TRUE.
        ACCEPT wsRunDate FROM DATE YYYYMMDD.
        OPEN INPUT TUTOR-FILE.
        IF wsTutorStatus = "00"
            PERFORM readTutorAction
            PERFORM addTutorEntryAction UNTIL tutorEof
            CLOSE TUTOR-FILE
        END-IF.
        OPEN INPUT ASSIGNMENT-FILE.
        IF wsAssignStatus = "00"
            PERFORM readAssignmentAction
            PERFORM addAssignmentEntryAction UNTIL assignEof
            CLOSE ASSIGNMENT-FILE
        END-IF.
        OPEN INPUT TERM-FILE.
        IF wsTermStatus = "00"
            PERFORM readTermAction
            PERFORM addTermEntryAction UNTIL termEof
            CLOSE TERM-FILE
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
        END-IF.
        PERFORM readAssignmentAction.

    readTermAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    addTermEntryAction.
        IF TermStartDate <= wsRunDate AND TermEndDate >= wsRunDate
            MOVE TermRecordCode TO wsCurrentTerm
        END-IF.
        IF termTableCount < 50
            ADD 1 TO termTableCount
            MOVE TermRecordCode TO termTabCode(termTableCount)
            MOVE TermStartDate TO termTabStart(termTableCount)
        END-IF.
        PERFORM readTermAction.

    findAssignmentAction.
        MOVE 0 TO assignFoundIndex.
        IF wsWantedTerm NOT = SPACES
            PERFORM VARYING assignTableIndex FROM 1 BY 1
                UNTIL assignTableIndex > assignTableCount
                IF assignTabCourse(assignTableIndex) = TutLookCourse
                    AND assignTabTerm(assignTableIndex) = wsWantedTerm
                    MOVE assignTableIndex TO assignFoundIndex
                END-IF
            END-PERFORM
        END-IF.

    findLatestAssignmentAction.
        MOVE 0 TO wsBestStart.
        PERFORM VARYING assignTableIndex FROM 1 BY 1
            UNTIL assignTableIndex > assignTableCount
            IF assignTabCourse(assignTableIndex) = TutLookCourse
                PERFORM findAssignTermStartAction
                IF assignFoundIndex = 0
                    OR wsAssignStart >= wsBestStart
                    MOVE assignTableIndex TO assignFoundIndex
                    MOVE wsAssignStart TO wsBestStart
                END-IF
            END-IF
        END-PERFORM.

    findAssignTermStartAction.
        MOVE 0 TO wsAssignStart.
        PERFORM VARYING termTableIndex FROM 1 BY 1
            UNTIL termTableIndex > termTableCount
            IF termTabCode(termTableIndex) =
                    assignTabTerm(assignTableIndex)
                MOVE termTabStart(termTableIndex) TO wsAssignStart
            END-IF
        END-PERFORM.
