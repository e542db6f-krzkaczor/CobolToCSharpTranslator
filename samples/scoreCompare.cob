IDENTIFICATION DIVISION.
PROGRAM-ID.  ScoreCompare.

*> Double-keying comparison.  Every score batch on SCBATCH that a
*> second operator has re-keyed blind in ScoreEntry (or that failed
*> an earlier comparison) is checked line by line: the first keying
*> from CNSCORES against the re-keying from CNVERIFY, matched on
*> student and course.  Every student whose two scores disagree, or
*> who was keyed on one side only, is listed on the CMPRPT report and
*> held as a mismatch on SCMISMAT until a supervisor keys the agreed
*> score in ScoreEntry's resolve function.  A batch with no
*> unresolved mismatch is stamped verified with both operator ids
*> and the date; one with any is stamped mismatched, and
*> ConditionalNames refuses to classify that course until it is
*> cleared and this run repeated.  Resolved mismatches are kept, so a
*> rerun reports them as resolved rather than raising them again.
*> The run ends with RETURN-CODE 4 when anything is left unresolved.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORE-BATCH-FILE ASSIGN TO "SCBATCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BatchRef
        FILE STATUS IS wsBatchStatus.

    SELECT SCORE-FILE ASSIGN TO "CNSCORES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScoreStatus.

    SELECT VERIFY-FILE ASSIGN TO "CNVERIFY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsVerifyStatus.

    SELECT MISMATCH-FILE ASSIGN TO "SCMISMAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MisKey
        FILE STATUS IS wsMismatchStatus.

    SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  SCORE-BATCH-FILE.
01  ScoreBatchRecord.
    COPY SCBATCH.

FD  SCORE-FILE.
01  ScoreRecord.
    05  ScoreStudentId  PIC 9(7).
    05  ScoreValue      PIC 99.
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

FD  MISMATCH-FILE.
01  MismatchRecord.
    COPY SCMISMAT.

FD  COMPARE-REPORT-FILE.
01  CompareReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 wsBatchStatus PIC XX VALUE "00".
01 wsScoreStatus PIC XX VALUE "00".
01 wsVerifyStatus PIC XX VALUE "00".
01 wsMismatchStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 batchEofSwitch PIC X VALUE "N".
   88 batchEof VALUE "Y".
01 scoreEofSwitch PIC X VALUE "N".
   88 scoreEof VALUE "Y".
01 verifyEofSwitch PIC X VALUE "N".
   88 verifyEof VALUE "Y".
01 mismatchEofSwitch PIC X VALUE "N".
   88 mismatchEof VALUE "Y".
01 secondFoundSwitch PIC X VALUE "N".
   88 secondFound VALUE "Y".

*> The scores of every batch, as first keyed and as re-keyed; the
*> matched flag marks a re-keyed line already paired off.
01 firstTableCount PIC 9(4) VALUE 0.
01 firstTableIndex PIC 9(4) VALUE 0.
01 firstDroppedCount PIC 9(4) VALUE 0.
01 firstTable.
    05 firstTableEntry OCCURS 2000 TIMES.
        10 firstTabBatch    PIC X(8).
        10 firstTabStudent  PIC 9(7).
        10 firstTabCourse   PIC X(4).
        10 firstTabScore    PIC 99.

01 secondTableCount PIC 9(4) VALUE 0.
01 secondTableIndex PIC 9(4) VALUE 0.
01 secondDroppedCount PIC 9(4) VALUE 0.
01 secondTable.
    05 secondTableEntry OCCURS 2000 TIMES.
        10 secondTabBatch   PIC X(8).
        10 secondTabStudent PIC 9(7).
        10 secondTabCourse  PIC X(4).
        10 secondTabScore   PIC 99.
        10 secondTabMatched PIC X.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsFirstScore PIC X(2) VALUE SPACES.
01 wsSecondScore PIC X(2) VALUE SPACES.
01 wsMisStudent PIC 9(7) VALUE 0.
01 wsMisCourse PIC X(4) VALUE SPACES.

01 wsBatchUnresolved PIC 9(5) VALUE 0.
01 wsBatchResolved PIC 9(5) VALUE 0.
01 wsBatchesCompared PIC 9(5) VALUE 0.
01 wsBatchesVerified PIC 9(5) VALUE 0.
01 wsBatchesMismatched PIC 9(5) VALUE 0.
01 wsTotalUnresolved PIC 9(5) VALUE 0.
01 wsTotalResolved PIC 9(5) VALUE 0.

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadFirstKeyingAction.
    PERFORM loadSecondKeyingAction.
    IF firstDroppedCount > 0 OR secondDroppedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** KEYED SCORES LARGER THAN THE TABLES - "
            firstDroppedCount " / " secondDroppedCount
            " NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING COMPARED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O SCORE-BATCH-FILE.
    IF wsBatchStatus NOT = "00"
        DISPLAY "No score batches on file - nothing to compare, "
            "status " wsBatchStatus
        GOBACK
    END-IF.
    OPEN I-O MISMATCH-FILE.
    IF wsMismatchStatus = "35"
        OPEN OUTPUT MISMATCH-FILE
        CLOSE MISMATCH-FILE
        OPEN I-O MISMATCH-FILE
    END-IF.
    OPEN OUTPUT COMPARE-REPORT-FILE.
    PERFORM writeReportHeaderAction.

    PERFORM readNextBatchAction.
    PERFORM compareOneBatchAction UNTIL batchEof.

    PERFORM writeReportTotalsAction.
    CLOSE COMPARE-REPORT-FILE.
    CLOSE MISMATCH-FILE.
    CLOSE SCORE-BATCH-FILE.
    DISPLAY "=====================".
    DISPLAY " Double-keying comparison".
    DISPLAY " Batches compared   : " wsBatchesCompared.
    DISPLAY " Verified           : " wsBatchesVerified.
    DISPLAY " Mismatched         : " wsBatchesMismatched.
    DISPLAY " Unresolved entries : " wsTotalUnresolved.
    DISPLAY " Resolved entries   : " wsTotalResolved.
    DISPLAY "=====================".
    IF wsTotalUnresolved > 0
        DISPLAY "*************************************************"
        DISPLAY "** " wsTotalUnresolved " UNRESOLVED MISMATCH(ES) - "
            "SEE CMPRPT **"
        DISPLAY "*************************************************"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadFirstKeyingAction.
*>      Only batched lines were keyed for verification.
        OPEN INPUT SCORE-FILE.
        IF wsScoreStatus = "00"
            PERFORM readScoreAction
            PERFORM addFirstEntryAction UNTIL scoreEof
            CLOSE SCORE-FILE
        END-IF.

    readScoreAction.
        READ SCORE-FILE
            AT END
                SET scoreEof TO TRUE
        END-READ.

    addFirstEntryAction.
        IF ScoreBatchRef NOT = SPACES AND ScoreBatchRef NOT = LOW-VALUES
            IF firstTableCount < 2000
                ADD 1 TO firstTableCount
                MOVE ScoreBatchRef TO firstTabBatch(firstTableCount)
                MOVE ScoreStudentId TO firstTabStudent(firstTableCount)
                MOVE ScoreCourseCode TO firstTabCourse(firstTableCount)
                MOVE ScoreValue TO firstTabScore(firstTableCount)
            ELSE
                ADD 1 TO firstDroppedCount
            END-IF
        END-IF.
        PERFORM readScoreAction.

    loadSecondKeyingAction.
        OPEN INPUT VERIFY-FILE.
        IF wsVerifyStatus = "00"
            PERFORM readVerifyAction
            PERFORM addSecondEntryAction UNTIL verifyEof
            CLOSE VERIFY-FILE
        END-IF.

    readVerifyAction.
        READ VERIFY-FILE
            AT END
                SET verifyEof TO TRUE
        END-READ.

    addSecondEntryAction.
        IF secondTableCount < 2000
            ADD 1 TO secondTableCount
            MOVE VerBatchRef TO secondTabBatch(secondTableCount)
            MOVE VerStudentId TO secondTabStudent(secondTableCount)
            MOVE VerCourseCode TO secondTabCourse(secondTableCount)
            MOVE VerScore TO secondTabScore(secondTableCount)
            MOVE "N" TO secondTabMatched(secondTableCount)
        ELSE
            ADD 1 TO secondDroppedCount
        END-IF.
        PERFORM readVerifyAction.

    readNextBatchAction.
        READ SCORE-BATCH-FILE NEXT RECORD
            AT END
                SET batchEof TO TRUE
        END-READ.

    compareOneBatchAction.
*>      Only a batch re-keyed in full, or one still mismatched, is
*>      compared; one still being keyed by its first operator waits.
        IF BatchRekeyed OR BatchMismatched
            ADD 1 TO wsBatchesCompared
            MOVE 0 TO wsBatchUnresolved
            MOVE 0 TO wsBatchResolved
            PERFORM writeBatchHeaderAction
            PERFORM clearOpenMismatchesAction
            PERFORM VARYING firstTableIndex FROM 1 BY 1
                UNTIL firstTableIndex > firstTableCount
                IF firstTabBatch(firstTableIndex) = BatchRef
                    PERFORM matchFirstEntryAction
                END-IF
            END-PERFORM
            PERFORM VARYING secondTableIndex FROM 1 BY 1
                UNTIL secondTableIndex > secondTableCount
                IF secondTabBatch(secondTableIndex) = BatchRef
                    AND secondTabMatched(secondTableIndex) = "N"
                    MOVE SPACES TO wsFirstScore
                    MOVE secondTabScore(secondTableIndex)
                        TO wsSecondScore
                    MOVE secondTabStudent(secondTableIndex)
                        TO wsMisStudent
                    MOVE secondTabCourse(secondTableIndex)
                        TO wsMisCourse
                    PERFORM recordDiscrepancyAction
                END-IF
            END-PERFORM
            PERFORM stampBatchAction
        END-IF.
        PERFORM readNextBatchAction.

    clearOpenMismatchesAction.
*>      Unresolved mismatches from an earlier comparison are raised
*>      afresh from the keyings as they now stand.
        MOVE "N" TO mismatchEofSwitch.
        MOVE BatchRef TO MisBatchRef.
        MOVE 0 TO MisStudentId.
        MOVE LOW-VALUES TO MisCourseCode.
        START MISMATCH-FILE KEY IS NOT LESS THAN MisKey
            INVALID KEY
                SET mismatchEof TO TRUE
        END-START.
        PERFORM readNextMismatchAction.
        PERFORM clearOneMismatchAction UNTIL mismatchEof.

    readNextMismatchAction.
        IF NOT mismatchEof
            READ MISMATCH-FILE NEXT RECORD
                AT END
                    SET mismatchEof TO TRUE
                NOT AT END
                    IF MisBatchRef NOT = BatchRef
                        SET mismatchEof TO TRUE
                    END-IF
            END-READ
        END-IF.

    clearOneMismatchAction.
        IF MisUnresolved
            DELETE MISMATCH-FILE
                INVALID KEY
                    DISPLAY "Mismatch could not be cleared, status "
                        wsMismatchStatus
            END-DELETE
        END-IF.
        PERFORM readNextMismatchAction.

    matchFirstEntryAction.
        MOVE "N" TO secondFoundSwitch.
        MOVE firstTabScore(firstTableIndex) TO wsFirstScore.
        MOVE SPACES TO wsSecondScore.
        MOVE firstTabStudent(firstTableIndex) TO wsMisStudent.
        MOVE firstTabCourse(firstTableIndex) TO wsMisCourse.
        PERFORM VARYING secondTableIndex FROM 1 BY 1
            UNTIL secondTableIndex > secondTableCount OR secondFound
            IF secondTabBatch(secondTableIndex) = BatchRef
                AND secondTabStudent(secondTableIndex) = wsMisStudent
                AND secondTabCourse(secondTableIndex) = wsMisCourse
                AND secondTabMatched(secondTableIndex) = "N"
                SET secondFound TO TRUE
                MOVE "Y" TO secondTabMatched(secondTableIndex)
                MOVE secondTabScore(secondTableIndex) TO wsSecondScore
            END-IF
        END-PERFORM.
        IF wsFirstScore NOT = wsSecondScore
            PERFORM recordDiscrepancyAction
        END-IF.

    recordDiscrepancyAction.
*>      A mismatch already resolved by the supervisor stays resolved;
*>      anything else is held open on SCMISMAT.
        MOVE BatchRef TO MisBatchRef.
        MOVE wsMisStudent TO MisStudentId.
        MOVE wsMisCourse TO MisCourseCode.
        READ MISMATCH-FILE
            KEY IS MisKey
            INVALID KEY
                MOVE wsFirstScore TO MisFirstScore
                MOVE wsSecondScore TO MisSecondScore
                SET MisUnresolved TO TRUE
                MOVE 0 TO MisAgreedScore
                MOVE SPACES TO MisResolvedBy
                MOVE 0 TO MisResolvedDate
                WRITE MismatchRecord
                    INVALID KEY
                        DISPLAY "Mismatch could not be recorded, "
                            "status " wsMismatchStatus
                END-WRITE
                ADD 1 TO wsBatchUnresolved
            NOT INVALID KEY
                IF MisResolved
                    ADD 1 TO wsBatchResolved
                ELSE
                    ADD 1 TO wsBatchUnresolved
                END-IF
        END-READ.
        PERFORM writeDiscrepancyLineAction.

    stampBatchAction.
        MOVE wsRunDate TO BatchComparedDate.
        IF wsBatchUnresolved = 0
            SET BatchVerified TO TRUE
            ADD 1 TO wsBatchesVerified
        ELSE
            SET BatchMismatched TO TRUE
            ADD 1 TO wsBatchesMismatched
        END-IF.
        ADD wsBatchUnresolved TO wsTotalUnresolved.
        ADD wsBatchResolved TO wsTotalResolved.
        REWRITE ScoreBatchRecord
            INVALID KEY
                DISPLAY "Batch " BatchRef " could not be stamped, "
                    "status " wsBatchStatus
        END-REWRITE.
        MOVE SPACES TO wsListLine.
        IF BatchVerified
            STRING "  VERIFIED - keyed by " DELIMITED BY SIZE
                   BatchEntryOperator       DELIMITED BY SIZE
                   " and "                  DELIMITED BY SIZE
                   BatchVerifyOperator      DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            STRING "  ** MISMATCHED - "     DELIMITED BY SIZE
                   wsBatchUnresolved        DELIMITED BY SIZE
                   " unresolved - course(s) withheld from "
                                            DELIMITED BY SIZE
                   "classification"         DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE CompareReportLine FROM wsListLine.

    writeReportHeaderAction.
        MOVE "Double-keying comparison of score batches"
            TO wsListLine.
        WRITE CompareReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate    DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CompareReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE CompareReportLine FROM wsListLine.

    writeBatchHeaderAction.
        MOVE SPACES TO wsListLine.
        WRITE CompareReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Batch "             DELIMITED BY SIZE
               BatchRef             DELIMITED BY SIZE
               "  keyed by "        DELIMITED BY SIZE
               BatchEntryOperator   DELIMITED BY SIZE
               " ("                 DELIMITED BY SIZE
               BatchEntryCount      DELIMITED BY SIZE
               ")  re-keyed by "    DELIMITED BY SIZE
               BatchVerifyOperator  DELIMITED BY SIZE
               " ("                 DELIMITED BY SIZE
               BatchVerifyCount     DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CompareReportLine FROM wsListLine.

    writeDiscrepancyLineAction.
        MOVE SPACES TO wsListLine.
        EVALUATE TRUE
            WHEN wsFirstScore = SPACES
                STRING "  " DELIMITED BY SIZE
                       wsMisStudent DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       wsMisCourse DELIMITED BY SIZE
                       "  missing from first keying, re-keyed "
                           DELIMITED BY SIZE
                       wsSecondScore DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            WHEN wsSecondScore = SPACES
                STRING "  " DELIMITED BY SIZE
                       wsMisStudent DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       wsMisCourse DELIMITED BY SIZE
                       "  keyed " DELIMITED BY SIZE
                       wsFirstScore DELIMITED BY SIZE
                       ", missing from re-keying" DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
            WHEN OTHER
                STRING "  " DELIMITED BY SIZE
                       wsMisStudent DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       wsMisCourse DELIMITED BY SIZE
                       "  keyed " DELIMITED BY SIZE
                       wsFirstScore DELIMITED BY SIZE
                       ", re-keyed " DELIMITED BY SIZE
                       wsSecondScore DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
        END-EVALUATE.
        IF MisResolved
            MOVE "resolved" TO wsListLine(62:8)
            MOVE MisAgreedScore TO wsListLine(71:2)
        END-IF.
        WRITE CompareReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE CompareReportLine FROM wsListLine.
        MOVE ALL "-" TO wsListLine.
        WRITE CompareReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Batches compared: " DELIMITED BY SIZE
               wsBatchesCompared    DELIMITED BY SIZE
               "  verified: "       DELIMITED BY SIZE
               wsBatchesVerified    DELIMITED BY SIZE
               "  mismatched: "     DELIMITED BY SIZE
               wsBatchesMismatched  DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CompareReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Unresolved: "       DELIMITED BY SIZE
               wsTotalUnresolved    DELIMITED BY SIZE
               "  resolved: "       DELIMITED BY SIZE
               wsTotalResolved      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CompareReportLine FROM wsListLine.
