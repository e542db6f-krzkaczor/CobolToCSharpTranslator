IDENTIFICATION DIVISION.
PROGRAM-ID.  CandidateIssue.

*> Anonymous candidate numbers for exam marking.  Every student
*> enrolled (ENROLL) on a course for the term keyed is issued a
*> candidate number for that course's assessment, held against the
*> student, course and term on the CANDXREF cross-reference file, and
*> a label naming only the candidate number, course and term is
*> printed to CANDLBL for each script - the markers never see a name
*> or a student id.  A student already issued a number for the course
*> and term keeps it, and the label is simply printed again, so the
*> run is safe to repeat after late enrollments.
*>
*> A candidate number is "A" followed by seven digits: six scrambled
*> from a sequence seeded from the clock, so consecutive students do
*> not get consecutive numbers, and a modulus-11 check digit on the
*> same rule as student ids, so ScoreEntry can catch a mistyped
*> number.  ScoreEntry and ScoreImport resolve the number back to the
*> student only as the score is loaded, and the ConditionalNames
*> listing shows it in place of the name until BorderlineReview
*> finalizes the results.  CANDXREF is the only link between the two
*> and is read by nothing else; every number issued posts an
*> after-image to the STUJRNL journal through StuJournal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT CANDIDATE-FILE ASSIGN TO "CANDXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CandNumber
        ALTERNATE RECORD KEY IS CandEntryKey
        FILE STATUS IS wsCandidateStatus.

    SELECT LABEL-FILE ASSIGN TO "CANDLBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLabelStatus.

DATA DIVISION.
FILE SECTION.
FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  CANDIDATE-FILE.
01  CandidateRecord.
    COPY CANDXREF.

FD  LABEL-FILE.
01  LabelLine           PIC X(40).

WORKING-STORAGE SECTION.
01 wsEnrollStatus PIC XX VALUE "00".
01 wsCandidateStatus PIC XX VALUE "00".
01 wsLabelStatus PIC XX VALUE "00".

01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 candidateIssuedSwitch PIC X VALUE "N".
   88 candidateIssued VALUE "Y".

01 wsCourseSelection PIC X(4) VALUE SPACES.
01 wsTermSelection PIC X(6) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsClockTime PIC 9(8) VALUE 0.

01 wsEnrolledCount PIC 9(5) VALUE 0.
01 wsIssuedCount PIC 9(5) VALUE 0.
01 wsAlreadyCount PIC 9(5) VALUE 0.
01 wsLabelCount PIC 9(5) VALUE 0.
01 wsFailedCount PIC 9(5) VALUE 0.

*> The sequence is scrambled by a multiplier prime to 10**6, so each
*> sequence value gives a different six digits.
01 wsCandidateSequence PIC 9(6) VALUE 0.
01 wsScrambleWork PIC 9(12) VALUE 0.
01 wsScrambleQuotient PIC 9(12) VALUE 0.
01 wsScrambleDigits PIC 9(6) VALUE 0.
01 wsIssueAttempts PIC 9(3) VALUE 0.

01 wsCandidateBuild.
   05 wsCandidatePrefix PIC X VALUE "A".
   05 wsCandidateDigits PIC 9(7).

01 wsCheckDigitArea.
   05 wsCheckDigitId PIC 9(7).
01 wsCheckDigitDigits REDEFINES wsCheckDigitArea.
   05 wsCheckDigitDigit OCCURS 7 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.
01 checkDigitExpected PIC 9 VALUE 0.

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "CandidateIssue".
   05 jrnOperatorId PIC X(8)  VALUE SPACES.
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 wsListLine PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Candidate number issue".
    DISPLAY "=====================".
    DISPLAY "Course code (ALL or blank for every course):".
    ACCEPT wsCourseSelection.
    IF wsCourseSelection = "ALL "
        MOVE SPACES TO wsCourseSelection
    END-IF.
    PERFORM UNTIL wsTermSelection NOT = SPACES
        DISPLAY "Term code of the assessment:"
        ACCEPT wsTermSelection
    END-PERFORM.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    ACCEPT wsClockTime FROM TIME.
    DIVIDE wsClockTime BY 1000000 GIVING wsScrambleQuotient
        REMAINDER wsCandidateSequence.

    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus NOT = "00"
        DISPLAY "No enrollment file - nobody to issue, status "
            wsEnrollStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O CANDIDATE-FILE.
    IF wsCandidateStatus = "35"
        OPEN OUTPUT CANDIDATE-FILE
        CLOSE CANDIDATE-FILE
        OPEN I-O CANDIDATE-FILE
    END-IF.
    OPEN OUTPUT LABEL-FILE.

    PERFORM readEnrollmentAction.
    PERFORM issueOneCandidateAction UNTIL enrollEof.

    CLOSE LABEL-FILE.
    CLOSE CANDIDATE-FILE.
    CLOSE ENROLLMENT-FILE.
    DISPLAY "=====================".
    DISPLAY " Candidate numbers for term " wsTermSelection.
    DISPLAY " Entered for assessment: " wsEnrolledCount.
    DISPLAY " Numbers issued        : " wsIssuedCount.
    DISPLAY " Already held a number : " wsAlreadyCount.
    DISPLAY " Labels printed        : " wsLabelCount.
    DISPLAY " Could not be issued   : " wsFailedCount.
    DISPLAY "=====================".
    IF wsFailedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    issueOneCandidateAction.
        IF EnrollTermCode = wsTermSelection
            AND (wsCourseSelection = SPACES
                OR EnrollCourseCode = wsCourseSelection)
            ADD 1 TO wsEnrolledCount
            MOVE EnrollStudentId TO CandStudentId
            MOVE EnrollCourseCode TO CandCourseCode
            MOVE EnrollTermCode TO CandTermCode
            READ CANDIDATE-FILE
                KEY IS CandEntryKey
                INVALID KEY
                    PERFORM writeNewCandidateAction
                NOT INVALID KEY
                    ADD 1 TO wsAlreadyCount
                    PERFORM printLabelAction
            END-READ
        END-IF.
        PERFORM readEnrollmentAction.

    writeNewCandidateAction.
*>      A scrambled number can collide with one already issued; the
*>      next sequence value is tried until one is free.
        MOVE "N" TO candidateIssuedSwitch.
        MOVE 0 TO wsIssueAttempts.
        PERFORM UNTIL candidateIssued OR wsIssueAttempts > 99
            ADD 1 TO wsIssueAttempts
            PERFORM buildCandidateNumberAction
            MOVE EnrollStudentId TO CandStudentId
            MOVE EnrollCourseCode TO CandCourseCode
            MOVE EnrollTermCode TO CandTermCode
            MOVE wsRunDate TO CandIssuedDate
            WRITE CandidateRecord
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET candidateIssued TO TRUE
            END-WRITE
        END-PERFORM.
        IF candidateIssued
            ADD 1 TO wsIssuedCount
            MOVE "CANDXREF" TO jrnFileName
            MOVE "A" TO jrnAction
            MOVE CandidateRecord TO jrnImage
            PERFORM writeJournalAction
            PERFORM printLabelAction
        ELSE
            ADD 1 TO wsFailedCount
            DISPLAY "No candidate number could be issued for student "
                EnrollStudentId " on " EnrollCourseCode
                ", status " wsCandidateStatus
        END-IF.

    buildCandidateNumberAction.
        ADD 1 TO wsCandidateSequence.
        COMPUTE wsScrambleWork = wsCandidateSequence * 7919 + 4513.
        DIVIDE wsScrambleWork BY 1000000 GIVING wsScrambleQuotient
            REMAINDER wsScrambleDigits.
        COMPUTE wsCheckDigitId = wsScrambleDigits * 10.
        PERFORM computeCheckDigitAction.
        COMPUTE wsCandidateDigits = wsCheckDigitId + checkDigitExpected.
        MOVE wsCandidateBuild TO CandNumber.

    computeCheckDigitAction.
*>      The same modulus-11 rule, weights 7 to 2, as a student id.
        MOVE 0 TO checkDigitWeightTotal.
        PERFORM weighOneDigitAction
            VARYING checkDigitWeightIndex FROM 1 BY 1
            UNTIL checkDigitWeightIndex > 6.
        DIVIDE checkDigitWeightTotal BY 11
            GIVING checkDigitQuotient
            REMAINDER checkDigitRemainder.
        IF checkDigitRemainder < 2
            MOVE 0 TO checkDigitExpected
        ELSE
            COMPUTE checkDigitExpected = 11 - checkDigitRemainder
        END-IF.

    weighOneDigitAction.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsCheckDigitDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).

    printLabelAction.
*>      The label carries nothing that identifies the student.
        MOVE SPACES TO wsListLine.
        STRING "Candidate " DELIMITED BY SIZE
               CandNumber   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE LabelLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Course " DELIMITED BY SIZE
               CandCourseCode DELIMITED BY SIZE
               "   Term " DELIMITED BY SIZE
               CandTermCode DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE LabelLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE LabelLine FROM wsListLine.
        ADD 1 TO wsLabelCount.

    writeJournalAction.
        CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
            jrnFileName, jrnAction, jrnImage.
