IDENTIFICATION DIVISION.
PROGRAM-ID.  ClassConvert.

*> One-off conversion of the classification results file from one
*> result per student to one per student, course and term.  The old
*> file, renamed to CNCLOLD before the run, is read in student order
*> and each result is written to the new CNCLASS under the course code
*> it recorded, with the term taken from the student's enrollment on
*> that course (left blank where there is no enrollment, which the
*> readers of CNCLASS accept as a result carried across).  Results
*> already on the new file are left alone (the WRITE gets an invalid
*> key and is counted as skipped), so the run is safe to repeat.
*> Each write posts an after-image to the STUJRNL journal through
*> StuJournal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-CLASSIFICATION-FILE ASSIGN TO "CNCLOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OldClassStudentId
        FILE STATUS IS wsOldClassStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

DATA DIVISION.
FILE SECTION.
FD  OLD-CLASSIFICATION-FILE.
01  OldClassificationRecord.
    05  OldClassStudentId      PIC 9(7).
    05  OldClassSurname        PIC X(20).
    05  OldClassForename       PIC X(15).
    05  OldClassCourseCode     PIC X(4).
    05  OldClassScore          PIC 99.
    05  OldClassBand           PIC X(17).
    05  OldClassAttempt        PIC 9.
    05  OldClassStatus         PIC X.

FD  CLASSIFICATION-FILE.
01  ClassificationRecord.
    05  ClassKey.
        10  ClassStudentId      PIC 9(7).
        10  ClassCourseCode     PIC X(4).
        10  ClassTermCode       PIC X(6).
    05  ClassSurname            PIC X(20).
    05  ClassForename           PIC X(15).
    05  ClassScore              PIC 99.
    05  ClassBand               PIC X(17).
    05  ClassAttempt            PIC 9.
    05  ClassStatus             PIC X.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

WORKING-STORAGE SECTION.
01 wsOldClassStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".

01 oldEofSwitch PIC X VALUE "N".
   88 oldEof VALUE "Y".
01 enrollOpenSwitch PIC X VALUE "N".
   88 enrollOpen VALUE "Y".

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "ClassConvert".
   05 jrnOperatorId PIC X(8)  VALUE SPACES.
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 wsReadCount PIC 9(5) VALUE 0.
01 wsWrittenCount PIC 9(5) VALUE 0.
01 wsNoTermCount PIC 9(5) VALUE 0.
01 wsSkippedCount PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT OLD-CLASSIFICATION-FILE.
    IF wsOldClassStatus NOT = "00"
        DISPLAY "No old classification file to convert - "
            wsOldClassStatus
        STOP RUN
    END-IF.
    OPEN I-O CLASSIFICATION-FILE.
    IF wsClassificationStatus = "35"
        OPEN OUTPUT CLASSIFICATION-FILE
        CLOSE CLASSIFICATION-FILE
        OPEN I-O CLASSIFICATION-FILE
    END-IF.
    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus = "00"
        SET enrollOpen TO TRUE
    END-IF.

    PERFORM readOldResultAction.
    PERFORM convertOneResultAction UNTIL oldEof.

    CLOSE OLD-CLASSIFICATION-FILE.
    CLOSE CLASSIFICATION-FILE.
    IF enrollOpen
        CLOSE ENROLLMENT-FILE
    END-IF.
    DISPLAY "=====================".
    DISPLAY "Classification conversion complete".
    DISPLAY " Results read       : " wsReadCount.
    DISPLAY " Results written    : " wsWrittenCount.
    DISPLAY "   of which no term : " wsNoTermCount.
    DISPLAY " Already on file    : " wsSkippedCount.
    DISPLAY "=====================".
    GOBACK.

    readOldResultAction.
        READ OLD-CLASSIFICATION-FILE
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneResultAction.
        ADD 1 TO wsReadCount.
        MOVE OldClassStudentId TO ClassStudentId.
        MOVE OldClassCourseCode TO ClassCourseCode.
        PERFORM findResultTermAction.
        MOVE OldClassSurname TO ClassSurname.
        MOVE OldClassForename TO ClassForename.
        MOVE OldClassScore TO ClassScore.
        MOVE OldClassBand TO ClassBand.
        MOVE OldClassAttempt TO ClassAttempt.
        MOVE OldClassStatus TO ClassStatus.
        WRITE ClassificationRecord
            INVALID KEY
                ADD 1 TO wsSkippedCount
            NOT INVALID KEY
                ADD 1 TO wsWrittenCount
                IF ClassTermCode = SPACES
                    ADD 1 TO wsNoTermCount
                END-IF
                MOVE "CNCLASS" TO jrnFileName
                MOVE "A" TO jrnAction
                MOVE ClassificationRecord TO jrnImage
                PERFORM writeJournalAction
        END-WRITE.
        PERFORM readOldResultAction.

    findResultTermAction.
*>      The term is the one the student was enrolled on the course
*>      for; a backfilled enrollment with no term gives a blank one.
        MOVE SPACES TO ClassTermCode.
        IF enrollOpen
            MOVE OldClassStudentId TO EnrollStudentId
            MOVE OldClassCourseCode TO EnrollCourseCode
            READ ENROLLMENT-FILE
                KEY IS EnrollKey
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EnrollTermCode TO ClassTermCode
            END-READ
        END-IF.

    writeJournalAction.
        CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
            jrnFileName, jrnAction, jrnImage.
