*> when the board scales a course, and an attempt number keyed at
*> capture (blank means first sitting) so resits band under the
*> exam board's capped-resit rule in ConditionalNames.
*>
*> Modification history:
*> - Each score now carries the course it was sat for, so a student
*>   on two courses is classified on each.  The course defaults to
*>   the one on the master; another course may be keyed if the
*>   student is enrolled on it (ENROLL).
*> - Anonymous marking: a candidate number issued by CandidateIssue
*>   may be keyed in place of the student id.  It is check-digit
*>   verified and resolved to the student and course through CANDXREF
*>   only as the score is written, and no name is shown for it.
*> - Double-keying: the operator now signs on through OperSignOn and
*>   the run offers three functions.  (E)nter keys scores as before,
*>   optionally under a batch reference recorded on SCBATCH with the
*>   keying operator and carried on each CNSCORES line.  (V)erify has
*>   a second, different operator re-key the same batch blind to the
*>   CNVERIFY file for ScoreCompare to check against the first keying.
*>   (R)esolve lets a supervisor settle each mismatch ScoreCompare
*>   left on SCMISMAT by keying the agreed score; a score the first
*>   operator missed is added to CNSCORES under the batch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScoreStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT VERIFY-FILE ASSIGN TO "CNVERIFY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsVerifyStatus.

    SELECT SCORE-BATCH-FILE ASSIGN TO "SCBATCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BatchRef
        FILE STATUS IS wsBatchStatus.

    SELECT MISMATCH-FILE ASSIGN TO "SCMISMAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MisKey
        FILE STATUS IS wsMismatchStatus.

    SELECT CANDIDATE-FILE ASSIGN TO "CANDXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CandNumber
        ALTERNATE RECORD KEY IS CandEntryKey
        FILE STATUS IS wsCandidateStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.
    05  ScorePremod     PIC 99.
    05  ScoreModerated  PIC X.
    05  ScoreAttempt    PIC 9.
    05  ScoreCourseCode PIC X(4).
    05  ScoreBatchRef   PIC X(8).

FD  VERIFY-FILE.
01  VerifyRecord.
    05  VerBatchRef     PIC X(8).
    05  VerStudentId    PIC 9(7).
    05  VerCourseCode   PIC X(4).
    05  VerScore        PIC 99.
    05  VerAttempt      PIC 9.

FD  SCORE-BATCH-FILE.
01  ScoreBatchRecord.
    COPY SCBATCH.

FD  MISMATCH-FILE.
01  MismatchRecord.
    COPY SCMISMAT.

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

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsScoreStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsCandidateStatus PIC XX VALUE "00".
01 wsVerifyStatus PIC XX VALUE "00".
01 wsBatchStatus PIC XX VALUE "00".
01 wsMismatchStatus PIC XX VALUE "00".

01 wsFunctionAnswer PIC X VALUE SPACE.
   88 enterSelected   VALUE "E".
   88 verifySelected  VALUE "V".
   88 resolveSelected VALUE "R".
01 wsBatchInput PIC X(8) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.
01 batchAcceptedSwitch PIC X VALUE "N".
   88 batchAccepted VALUE "Y".
01 mismatchEofSwitch PIC X VALUE "N".
   88 mismatchEof VALUE "Y".
01 wsResolvedCount PIC 9(5) VALUE 0.
01 wsLeftCount PIC 9(5) VALUE 0.

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsNewPin PIC X(4) VALUE SPACES.
01 pinChangedSwitch PIC X VALUE "N".
   88 pinChanged VALUE "Y".
01 signOnOperatorName PIC X(20) VALUE SPACES.
01 signOnPermissions.
   05 signOnPermBatch    PIC X VALUE "N".
   05 signOnPermMaint    PIC X VALUE "N".
      88 operatorMayMaintain VALUE "Y".
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

01 wsStudentIdInput PIC X(8) VALUE SPACES.
01 wsScoreInput PIC X(2) VALUE SPACES.
01 wsAttemptInput PIC X VALUE SPACE.
01 wsEntryId PIC 9(7) VALUE 0.
01 wsEntryScore PIC 99 VALUE 0.
01 wsEntryAttempt PIC 9 VALUE 1.
01 wsCourseInput PIC X(4) VALUE SPACES.
01 wsEntryCourse PIC X(4) VALUE SPACES.

01 runDoneSwitch PIC X VALUE "N".
   88 runDone VALUE "Y".
   88 validEntry VALUE "Y".
01 studentKnownSwitch PIC X VALUE "N".
   88 studentKnown VALUE "Y".
01 enrollOpenSwitch PIC X VALUE "N".
   88 enrollOpen VALUE "Y".
01 candidateOpenSwitch PIC X VALUE "N".
   88 candidateOpen VALUE "Y".
01 candidateEntrySwitch PIC X VALUE "N".
   88 candidateEntry VALUE "Y".

01 wsEntryCount PIC 9(5) VALUE 0.

Begin.
    DISPLAY " Score entry".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM acceptFunctionAction.
    IF resolveSelected AND NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not authorized to resolve mismatches."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "No student master on file - " wsMasterStatus
        STOP RUN
    END-IF.
    OPEN I-O SCORE-BATCH-FILE.
    IF wsBatchStatus = "35"
        OPEN OUTPUT SCORE-BATCH-FILE
        CLOSE SCORE-BATCH-FILE
        OPEN I-O SCORE-BATCH-FILE
    END-IF.
    IF verifySelected
        OPEN EXTEND VERIFY-FILE
        IF wsVerifyStatus NOT = "00"
            OPEN OUTPUT VERIFY-FILE
        END-IF
    ELSE
        OPEN EXTEND SCORE-FILE
        IF wsScoreStatus NOT = "00"
            OPEN OUTPUT SCORE-FILE
        END-IF
    END-IF.
    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus = "00"
        SET enrollOpen TO TRUE
    END-IF.
    OPEN INPUT CANDIDATE-FILE.
    IF wsCandidateStatus = "00"
        SET candidateOpen TO TRUE
    END-IF.
    IF resolveSelected
        PERFORM resolveMismatchesAction
    ELSE
        PERFORM acceptBatchAction
        IF batchAccepted
            PERFORM captureOneScoreAction UNTIL runDone
            PERFORM closeBatchAction
        END-IF
    END-IF.
    IF candidateOpen
        CLOSE CANDIDATE-FILE
    END-IF.
    IF enrollOpen
        CLOSE ENROLLMENT-FILE
    END-IF.
    IF verifySelected
        CLOSE VERIFY-FILE
    ELSE
        CLOSE SCORE-FILE
    END-IF.
    CLOSE SCORE-BATCH-FILE.
    CLOSE STUDENT-MASTER.
    IF resolveSelected
        DISPLAY "Mismatches resolved: " wsResolvedCount
        DISPLAY "Left unresolved    : " wsLeftCount
    ELSE
        DISPLAY "Scores captured: " wsEntryCount
    END-IF.
    STOP RUN.

    acceptOperatorIdAction.
        PERFORM UNTIL signedOn OR signOnNoMaster
            DISPLAY "Operator ID:"
            ACCEPT wsOperatorId
            DISPLAY "PIN:"
            ACCEPT wsOperatorPin
            CALL "OperSignOn" USING wsOperatorId, wsOperatorPin,
                signOnOperatorName, signOnPermissions,
                signOnStatusCode
            EVALUATE TRUE
                WHEN signOnPinChangeDue
                    PERFORM changePinAtSignOnAction
                WHEN signedOn
                    DISPLAY "Signed on: " signOnOperatorName
                WHEN signOnLockedOut
                    DISPLAY "Operator id is locked out - have the "
                        "supervisor reset the PIN in OperMaint."
                WHEN signOnNoMaster
                    DISPLAY "No operator master on file - have the "
                        "supervisor run OperMaint first."
                WHEN OTHER
                    DISPLAY "Operator id or PIN not accepted - "
                        "please re-enter."
            END-EVALUATE
        END-PERFORM.

    changePinAtSignOnAction.
*>      Forced change: first use, a supervisor reset, or a PIN past
*>      its expiry.
        DISPLAY "Your PIN must be changed before you continue.".
        MOVE "N" TO pinChangedSwitch.
        PERFORM UNTIL pinChanged OR signOnNoMaster
            DISPLAY "New PIN (4 digits):"
            ACCEPT wsNewPin
            CALL "OperPinChange" USING wsOperatorId, wsOperatorPin,
                wsNewPin, signOnStatusCode
            IF signedOn
                SET pinChanged TO TRUE
                DISPLAY "PIN changed.  Signed on: "
                    signOnOperatorName
            ELSE
                DISPLAY "PIN not accepted - 4 digits, please."
            END-IF
        END-PERFORM.

    acceptFunctionAction.
        MOVE SPACE TO wsFunctionAnswer.
        PERFORM UNTIL enterSelected OR verifySelected
                OR resolveSelected
            DISPLAY "(E)nter scores, (V)erify a batch by re-keying it "
                "or (R)esolve mismatches?"
            ACCEPT wsFunctionAnswer
            EVALUATE wsFunctionAnswer
                WHEN "e"
                    MOVE "E" TO wsFunctionAnswer
                WHEN "v"
                    MOVE "V" TO wsFunctionAnswer
                WHEN "r"
                    MOVE "R" TO wsFunctionAnswer
            END-EVALUATE
            IF NOT enterSelected AND NOT verifySelected
                    AND NOT resolveSelected
                DISPLAY "Please enter E, V or R."
            END-IF
        END-PERFORM.

    acceptBatchAction.
*>      Keying without a batch reference is allowed, as before, and
*>      such scores are never verified.  The re-keying must be by a
*>      different operator from the first keying.
        MOVE "N" TO batchAcceptedSwitch.
        MOVE SPACES TO wsBatchInput.
        IF enterSelected
            DISPLAY "Batch reference (blank for none):"
            ACCEPT wsBatchInput
            IF wsBatchInput = SPACES
                SET batchAccepted TO TRUE
            ELSE
                PERFORM openEntryBatchAction
            END-IF
        ELSE
            PERFORM UNTIL wsBatchInput NOT = SPACES
                DISPLAY "Batch reference to re-key:"
                ACCEPT wsBatchInput
            END-PERFORM
            PERFORM openVerifyBatchAction
        END-IF.

    openEntryBatchAction.
        MOVE wsBatchInput TO BatchRef.
        READ SCORE-BATCH-FILE
            KEY IS BatchRef
            INVALID KEY
                MOVE wsOperatorId TO BatchEntryOperator
                MOVE wsRunDate TO BatchEntryDate
                MOVE 0 TO BatchEntryCount
                MOVE SPACES TO BatchVerifyOperator
                MOVE 0 TO BatchVerifyDate
                MOVE 0 TO BatchVerifyCount
                MOVE 0 TO BatchComparedDate
                SET BatchEntered TO TRUE
                WRITE ScoreBatchRecord
                    INVALID KEY
                        DISPLAY "Batch could not be recorded, status "
                            wsBatchStatus
                    NOT INVALID KEY
                        SET batchAccepted TO TRUE
                END-WRITE
            NOT INVALID KEY
                IF BatchEntered AND BatchEntryOperator = wsOperatorId
                    SET batchAccepted TO TRUE
                    DISPLAY "Adding to batch " BatchRef ", "
                        BatchEntryCount " score(s) so far."
                ELSE
                    DISPLAY "Batch " BatchRef " was keyed by "
                        BatchEntryOperator
                        " and is closed to further keying."
                END-IF
        END-READ.

    openVerifyBatchAction.
        MOVE wsBatchInput TO BatchRef.
        READ SCORE-BATCH-FILE
            KEY IS BatchRef
            INVALID KEY
                DISPLAY "No batch " wsBatchInput " on file."
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN BatchEntryOperator = wsOperatorId
                        DISPLAY "Batch " BatchRef " was keyed by you "
                            "- it must be re-keyed by another operator."
                    WHEN BatchEntered
                        MOVE wsOperatorId TO BatchVerifyOperator
                        MOVE wsRunDate TO BatchVerifyDate
                        SET BatchRekeyed TO TRUE
                        SET batchAccepted TO TRUE
                    WHEN BatchRekeyed
                            AND BatchVerifyOperator = wsOperatorId
                        SET batchAccepted TO TRUE
                        DISPLAY "Adding to the re-keying of batch "
                            BatchRef "."
                    WHEN OTHER
                        DISPLAY "Batch " BatchRef " is already being "
                            "verified by " BatchVerifyOperator
                            " or has been compared."
                END-EVALUATE
        END-READ.

    closeBatchAction.
        IF wsBatchInput NOT = SPACES
            IF enterSelected
                ADD wsEntryCount TO BatchEntryCount
            ELSE
                ADD wsEntryCount TO BatchVerifyCount
            END-IF
            REWRITE ScoreBatchRecord
                INVALID KEY
                    DISPLAY "Batch totals could not be recorded, "
                        "status " wsBatchStatus
            END-REWRITE
        END-IF.

    captureOneScoreAction.
        DISPLAY "Student id or candidate number (blank to finish):".
        ACCEPT wsStudentIdInput.
        MOVE "N" TO candidateEntrySwitch.
        IF wsStudentIdInput(1:1) = "A" OR wsStudentIdInput(1:1) = "a"
            SET candidateEntry TO TRUE
        END-IF.
        IF wsStudentIdInput = SPACES
            SET runDone TO TRUE
        ELSE
            IF candidateEntry
                PERFORM resolveCandidateAction
            ELSE
                MOVE wsStudentIdInput(1:7) TO wsEntryId
                PERFORM validateStudentAction
            END-IF
            IF studentKnown
                IF NOT candidateEntry
                    PERFORM acceptCourseAction
                END-IF
                PERFORM acceptScoreAction
                PERFORM acceptAttemptAction
                PERFORM writeScoreAction
            END-READ
        END-IF.

    resolveCandidateAction.
*>      The candidate number carries the course and term it was
*>      issued for; the student behind it is checked against the
*>      master but never shown.
        MOVE "N" TO studentKnownSwitch.
        MOVE "A" TO wsStudentIdInput(1:1).
        EVALUATE TRUE
            WHEN NOT candidateOpen
                DISPLAY "No candidate numbers on file - key the "
                    "student id."
            WHEN wsStudentIdInput(2:7) IS NOT NUMERIC
                DISPLAY "Candidate number is A and seven digits."
            WHEN OTHER
                MOVE wsStudentIdInput(2:7) TO wsEntryId
                PERFORM validateCheckDigitAction
                IF NOT checkDigitValid
                    DISPLAY "Candidate number fails check-digit "
                        "validation."
                ELSE
                    PERFORM readCandidateAction
                END-IF
        END-EVALUATE.

    readCandidateAction.
        MOVE wsStudentIdInput TO CandNumber.
        READ CANDIDATE-FILE
            KEY IS CandNumber
            INVALID KEY
                DISPLAY "Candidate " wsStudentIdInput
                    " has not been issued."
            NOT INVALID KEY
                MOVE CandStudentId TO wsEntryId
                MOVE CandCourseCode TO wsEntryCourse
                MOVE CandStudentId TO StudentId OF StudentMasterRecord
                READ STUDENT-MASTER
                    KEY IS StudentId OF StudentMasterRecord
                    INVALID KEY
                        DISPLAY "Candidate " wsStudentIdInput
                            " is no longer on the master - refer to "
                            "the exam office."
                    NOT INVALID KEY
                        SET studentKnown TO TRUE
                        DISPLAY "  Candidate " CandNumber
                            " course " CandCourseCode
                            " term " CandTermCode
                END-READ
        END-READ.

    acceptCourseAction.
*>      Blank takes the master's course; any other course must be
*>      one the student is enrolled on.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Course (blank for "
                CourseCode OF StudentMasterRecord "):"
            ACCEPT wsCourseInput
            EVALUATE TRUE
                WHEN wsCourseInput = SPACES
                    OR wsCourseInput = CourseCode OF StudentMasterRecord
                    MOVE CourseCode OF StudentMasterRecord
                        TO wsEntryCourse
                    MOVE "Y" TO validEntrySwitch
                WHEN NOT enrollOpen
                    DISPLAY "No enrollment file - only "
                        CourseCode OF StudentMasterRecord
                        " can be keyed."
                WHEN OTHER
                    MOVE wsEntryId TO EnrollStudentId
                    MOVE wsCourseInput TO EnrollCourseCode
                    READ ENROLLMENT-FILE
                        INVALID KEY
                            DISPLAY "Student is not enrolled on "
                                wsCourseInput "."
                        NOT INVALID KEY
                            MOVE wsCourseInput TO wsEntryCourse
                            MOVE "Y" TO validEntrySwitch
                    END-READ
            END-EVALUATE
        END-PERFORM.

    acceptScoreAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
        END-PERFORM.

    writeScoreAction.
*>      The re-keying goes to its own file and never near CNSCORES.
        IF verifySelected
            MOVE wsBatchInput TO VerBatchRef
            MOVE wsEntryId TO VerStudentId
            MOVE wsEntryCourse TO VerCourseCode
            MOVE wsEntryScore TO VerScore
            MOVE wsEntryAttempt TO VerAttempt
            WRITE VerifyRecord
        ELSE
            MOVE wsEntryId TO ScoreStudentId
            MOVE wsEntryScore TO ScoreValue
            MOVE 0 TO ScorePremod
            MOVE "N" TO ScoreModerated
            MOVE wsEntryAttempt TO ScoreAttempt
            MOVE wsEntryCourse TO ScoreCourseCode
            MOVE wsBatchInput TO ScoreBatchRef
            WRITE ScoreRecord
        END-IF.
        ADD 1 TO wsEntryCount.

    resolveMismatchesAction.
*>      Each unresolved mismatch on the batch is shown with both
*>      keyings; the supervisor keys the agreed score from the script
*>      or leaves it for later.
        OPEN I-O MISMATCH-FILE.
        IF wsMismatchStatus NOT = "00"
            DISPLAY "No mismatches on file - run ScoreCompare first."
        ELSE
            PERFORM UNTIL wsBatchInput NOT = SPACES
                DISPLAY "Batch reference to resolve:"
                ACCEPT wsBatchInput
            END-PERFORM
            MOVE "N" TO mismatchEofSwitch
            MOVE wsBatchInput TO MisBatchRef
            MOVE 0 TO MisStudentId
            MOVE LOW-VALUES TO MisCourseCode
            START MISMATCH-FILE KEY IS NOT LESS THAN MisKey
                INVALID KEY
                    SET mismatchEof TO TRUE
            END-START
            PERFORM readNextMismatchAction
            PERFORM resolveOneMismatchAction UNTIL mismatchEof
            CLOSE MISMATCH-FILE
        END-IF.

    readNextMismatchAction.
        IF NOT mismatchEof
            READ MISMATCH-FILE NEXT RECORD
                AT END
                    SET mismatchEof TO TRUE
                NOT AT END
                    IF MisBatchRef NOT = wsBatchInput
                        SET mismatchEof TO TRUE
                    END-IF
            END-READ
        END-IF.

    resolveOneMismatchAction.
        IF MisUnresolved
            DISPLAY " "
            DISPLAY "Student " MisStudentId " course " MisCourseCode
            IF MisFirstScore = SPACES
                DISPLAY "  first keying : (missing)"
            ELSE
                DISPLAY "  first keying : " MisFirstScore
            END-IF
            IF MisSecondScore = SPACES
                DISPLAY "  second keying: (missing)"
            ELSE
                DISPLAY "  second keying: " MisSecondScore
            END-IF
            MOVE "N" TO validEntrySwitch
            PERFORM UNTIL validEntry
                DISPLAY "Agreed score from the script (00-99, blank "
                    "to leave unresolved):"
                ACCEPT wsScoreInput
                EVALUATE TRUE
                    WHEN wsScoreInput = SPACES
                        MOVE "Y" TO validEntrySwitch
                        ADD 1 TO wsLeftCount
                    WHEN wsScoreInput IS NUMERIC
                        MOVE "Y" TO validEntrySwitch
                        PERFORM recordResolutionAction
                    WHEN OTHER
                        DISPLAY "Please enter two digits 00-99."
                END-EVALUATE
            END-PERFORM
        END-IF.
        PERFORM readNextMismatchAction.

    recordResolutionAction.
*>      A score the first operator never keyed has no CNSCORES line
*>      to correct, so the agreed score is added under the batch.
        MOVE wsScoreInput TO MisAgreedScore.
        MOVE wsOperatorId TO MisResolvedBy.
        MOVE wsRunDate TO MisResolvedDate.
        SET MisResolved TO TRUE.
        REWRITE MismatchRecord
            INVALID KEY
                DISPLAY "Resolution could not be recorded, status "
                    wsMismatchStatus
            NOT INVALID KEY
                ADD 1 TO wsResolvedCount
                IF MisFirstScore = SPACES
                    MOVE MisStudentId TO ScoreStudentId
                    MOVE MisAgreedScore TO ScoreValue
                    MOVE 0 TO ScorePremod
                    MOVE "N" TO ScoreModerated
                    MOVE 1 TO ScoreAttempt
                    MOVE MisCourseCode TO ScoreCourseCode
                    MOVE MisBatchRef TO ScoreBatchRef
                    WRITE ScoreRecord
                    DISPLAY "  Score added to CNSCORES."
                END-IF
        END-REWRITE.

    validateCheckDigitAction.
        MOVE "N" TO checkDigitValidSwitch.
        MOVE wsEntryId TO wsCheckDigitId.
