*>   much.  The exam-board review happens in BorderlineReview, whose
*>   finalize step stamps the results final; this run never writes F
*>   itself.
*> - Results are now held per student, course and term instead of one
*>   per student, so a student on two courses keeps both.  The course
*>   is the one the score carries (ScoreCourseCode, stamped at
*>   capture), or the master's course for an older score line
*>   without one; the term is the one on the student's ENROLL record
*>   for that course, blank when there is none.  The better-band
*>   rule now applies between scores for the same course and term,
*>   CNBORDER carries the course and term so the review finds the
*>   right result, and CNLIST breaks by course and term.
*> - A result already stamped final is never replaced by a rerun,
*>   whatever the new score: it is counted as held final and left
*>   alone, since the only route to change a final mark is an upheld
*>   appeal in AppealMaint, which keeps the history.
*> - Anonymous marking: on the CNLIST listing the markers work from,
*>   a provisional result whose student holds a candidate number for
*>   the course and term (CANDXREF, from CandidateIssue) shows the
*>   candidate number in place of the name and student id, sorted by
*>   candidate number.  Names appear once BorderlineReview finalizes
*>   the results and reissues the listing.
*> - Double-keying: a course with any score still mismatched between
*>   its two keyings (an unresolved entry on SCMISMAT from
*>   ScoreCompare) is refused - its scores are counted as withheld
*>   and not classified, the course is named in a banner, and the run
*>   ends with RETURN-CODE 4.  Where the supervisor has resolved a
*>   mismatch, the agreed score replaces the keyed one.
*> - The borderline margin is now the BORDER-MARGIN setting on the
*>   PARMMAST parameter master, read through ParmService, instead of
*>   the CNREVPRM control record.
*> - At cutover the one-off ParmConvert run carries its border margin
*>   from the old CNREVPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT LISTING-FILE ASSIGN TO "CNLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRejectStatus.

    SELECT BORDERLINE-FILE ASSIGN TO "CNBORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBorderlineStatus.

    SELECT MISMATCH-FILE ASSIGN TO "SCMISMAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
FD  SCORE-FILE.
    05  ScorePremod             PIC 99.
    05  ScoreModerated          PIC X.
    05  ScoreAttempt            PIC 9.
    05  ScoreCourseCode         PIC X(4).
    05  ScoreBatchRef           PIC X(8).

FD  BAND-PARAMETER-FILE.
01  BandParameterRecord.

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
01  StudentMasterRecord.
    COPY STUDENT.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortCourseCode          PIC X(4).
    05  SortTermCode            PIC X(6).
    05  SortSurname             PIC X(20).
    05  SortForename            PIC X(15).
    05  SortStudentId           PIC 9(7).
    05  SortScore               PIC 99.
    05  SortBand                PIC X(17).
    05  SortAttempt             PIC 9.
    05  SortCandidate           PIC X(8).

FD  LISTING-FILE.
01  ListingLine                 PIC X(80).
    05  FILLER                  PIC X.
    05  RejectRawContents       PIC X(9).

FD  BORDERLINE-FILE.
01  BorderlineRecord.
    05  BorderStudentId         PIC 9(7).
    05  BorderScore             PIC 99.
    05  BorderBandMissed        PIC X(17).
    05  BorderMargin            PIC 99.
    05  BorderCourseCode        PIC X(4).
    05  BorderTermCode          PIC X(6).

FD  MISMATCH-FILE.
01  MismatchRecord.
    COPY SCMISMAT.

FD  CANDIDATE-FILE.
01  CandidateRecord.
    COPY CANDXREF.

WORKING-STORAGE SECTION.

01 wsBandParameterStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsListingStatus PIC XX VALUE "00".
01 scoreEofSwitch PIC X VALUE "N".
    88 scoreEof VALUE "Y".
    88 sortEof VALUE "Y".
01 nameMissingCount PIC 9(5) VALUE 0.
01 wsCurrentCourse PIC X(4) VALUE SPACES.
01 wsCurrentTerm PIC X(6) VALUE SPACES.
01 wsResultCourse PIC X(4) VALUE SPACES.
01 wsResultTerm PIC X(6) VALUE SPACES.
01 wsResultSurname PIC X(20) VALUE SPACES.
01 wsResultForename PIC X(15) VALUE SPACES.
01 listFirstGroupSwitch PIC X VALUE "Y".
    88 listFirstGroup VALUE "Y".
01 wsCourseListedCount PIC 9(5) VALUE 0.
    05 FILLER             PIC X(5) VALUE " att=".
    05 wsListAttempt      PIC 9.

01 wsListingAnonDetail.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "Candidate ".
    05 wsAnonCandidate    PIC X(8).
    05 FILLER             PIC X(29) VALUE SPACES.
    05 wsAnonScore        PIC 99.
    05 FILLER             PIC X VALUE SPACE.
    05 wsAnonBand         PIC X(17).
    05 FILLER             PIC X(5) VALUE " att=".
    05 wsAnonAttempt      PIC 9.

01 wsListingLine PIC X(80) VALUE SPACES.
01 wsCandidateStatus PIC XX VALUE "00".
01 wsMismatchStatus PIC XX VALUE "00".
01 mismatchEofSwitch PIC X VALUE "N".
    88 mismatchEof VALUE "Y".
01 courseWithheldSwitch PIC X VALUE "N".
    88 courseWithheld VALUE "Y".
01 resolutionFoundSwitch PIC X VALUE "N".
    88 resolutionFound VALUE "Y".
01 wsWithheldCount PIC 9(5) VALUE 0.
01 wsAgreedScoreCount PIC 9(5) VALUE 0.

01 withheldTableCount PIC 9(3) VALUE 0.
01 withheldTableIndex PIC 9(3) VALUE 0.
01 withheldTable.
    05 withheldTableCourse OCCURS 100 TIMES PIC X(4).

01 resolutionTableCount PIC 9(4) VALUE 0.
01 resolutionTableIndex PIC 9(4) VALUE 0.
01 resolutionDroppedCount PIC 9(4) VALUE 0.
01 resolutionTable.
    05 resolutionTableEntry OCCURS 1000 TIMES.
        10 resolutionTabBatch   PIC X(8).
        10 resolutionTabStudent PIC 9(7).
        10 resolutionTabCourse  PIC X(4).
        10 resolutionTabScore   PIC 99.
01 candidateOpenSwitch PIC X VALUE "N".
    88 candidateOpen VALUE "Y".

01 wsStatsStatus PIC XX VALUE "00".
01 wsRejectStatus PIC XX VALUE "00".
01 wsReviewPrmStatus PIC XX VALUE "00".
01 wsBorderlineStatus PIC XX VALUE "00".
01 wsBorderMargin PIC 99 VALUE 2.

01 parmLookArea.
    COPY PARMLOOK.

01 wsBorderlineCount PIC 9(5) VALUE 0.
01 wsFinalHeldCount PIC 9(5) VALUE 0.

01 wsNewClassRecord PIC X(73) VALUE SPACES.
01 wsBandToRank PIC X(17) VALUE SPACES.
01 wsBandRank PIC 9 VALUE 9.
01 wsNewRank PIC 9 VALUE 9.
Begin.
    PERFORM loadBandBoundariesAction.
    PERFORM loadBorderMarginAction.
    PERFORM loadMismatchesAction.
    OPEN INPUT SCORE-FILE.
*>  Each run starts from an empty results file, but it must be open
*>  I-O so a second score for a student can REWRITE the first.
    OPEN OUTPUT REJECT-FILE.
    OPEN OUTPUT BORDERLINE-FILE.
    OPEN INPUT STUDENT-MASTER.
    OPEN INPUT ENROLLMENT-FILE.
    IF wsScoreStatus = "00"
        PERFORM readScoreAction
        PERFORM classifyScoreAction UNTIL scoreEof
    ELSE
        DISPLAY "No scores to process - " wsScoreStatus
    END-IF.
    CLOSE ENROLLMENT-FILE.
    CLOSE STUDENT-MASTER.
    CLOSE CLASSIFICATION-FILE.
    CLOSE BORDERLINE-FILE.
    DISPLAY " Names not on master: " nameMissingCount
    DISPLAY " Rejected records: " rejectedCount
    DISPLAY " Borderline cases: " wsBorderlineCount
    DISPLAY " Held final      : " wsFinalHeldCount
    DISPLAY " Withheld (keying mismatch): " wsWithheldCount
    DISPLAY " Agreed scores used: " wsAgreedScoreCount
    DISPLAY " Mean            : " wsMeanScore
    DISPLAY " Median          : " wsMedianScore
    DISPLAY " Minimum         : " wsMinimumScore
        DISPLAY "*************************************************"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF withheldTableCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** COURSE(S) REFUSED - UNRESOLVED DOUBLE-KEYING "
            "MISMATCHES:"
        PERFORM VARYING withheldTableIndex FROM 1 BY 1
            UNTIL withheldTableIndex > withheldTableCount
            DISPLAY "**   " withheldTableCourse(withheldTableIndex)
        END-PERFORM
        DISPLAY "** RESOLVE IN SCOREENTRY AND RERUN SCORECOMPARE."
        DISPLAY "*************************************************"
        MOVE 4 TO RETURN-CODE
    END-IF.

    GOBACK.

        END-IF.

    loadBorderMarginAction.
*>      The BORDER-MARGIN setting on the parameter master - the
*>      borderline margin defaults to two marks when none is in force.
        MOVE "ConditionalNames" TO ParmLookProgram.
        MOVE "BORDER-MARGIN" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsBorderMargin
        END-IF.

    loadMismatchesAction.
*>      SCMISMAT is optional - with no double-keying done there is
*>      nothing to withhold.  An unresolved entry withholds its
*>      course; a resolved one supplies the agreed score.
        OPEN INPUT MISMATCH-FILE.
        IF wsMismatchStatus = "00"
            PERFORM readMismatchAction
            PERFORM loadOneMismatchAction UNTIL mismatchEof
            CLOSE MISMATCH-FILE
        END-IF.
        IF resolutionDroppedCount > 0
            DISPLAY "** " resolutionDroppedCount " agreed score(s) "
                "beyond the table - their courses are withheld."
        END-IF.

    readMismatchAction.
        READ MISMATCH-FILE NEXT RECORD
            AT END
                SET mismatchEof TO TRUE
        END-READ.

    loadOneMismatchAction.
        IF MisResolved
            IF resolutionTableCount < 1000
                ADD 1 TO resolutionTableCount
                MOVE MisBatchRef
                    TO resolutionTabBatch(resolutionTableCount)
                MOVE MisStudentId
                    TO resolutionTabStudent(resolutionTableCount)
                MOVE MisCourseCode
                    TO resolutionTabCourse(resolutionTableCount)
                MOVE MisAgreedScore
                    TO resolutionTabScore(resolutionTableCount)
            ELSE
                ADD 1 TO resolutionDroppedCount
                PERFORM addWithheldCourseAction
            END-IF
        ELSE
            PERFORM addWithheldCourseAction
        END-IF.
        PERFORM readMismatchAction.

    addWithheldCourseAction.
        MOVE "N" TO courseWithheldSwitch.
        PERFORM VARYING withheldTableIndex FROM 1 BY 1
            UNTIL withheldTableIndex > withheldTableCount
            IF withheldTableCourse(withheldTableIndex) = MisCourseCode
                SET courseWithheld TO TRUE
            END-IF
        END-PERFORM.
        IF NOT courseWithheld AND withheldTableCount < 100
            ADD 1 TO withheldTableCount
            MOVE MisCourseCode TO withheldTableCourse(withheldTableCount)
        END-IF.

    checkCourseWithheldAction.
        MOVE "N" TO courseWithheldSwitch.
        PERFORM VARYING withheldTableIndex FROM 1 BY 1
            UNTIL withheldTableIndex > withheldTableCount
            IF withheldTableCourse(withheldTableIndex) = wsResultCourse
                SET courseWithheld TO TRUE
            END-IF
        END-PERFORM.

    applyAgreedScoreAction.
*>      Only a batched score can have been resolved.
        MOVE "N" TO resolutionFoundSwitch.
        IF ScoreBatchRef NOT = SPACES
            PERFORM VARYING resolutionTableIndex FROM 1 BY 1
                UNTIL resolutionTableIndex > resolutionTableCount
                    OR resolutionFound
                IF resolutionTabBatch(resolutionTableIndex)
                        = ScoreBatchRef
                    AND resolutionTabStudent(resolutionTableIndex)
                        = ScoreStudentId
                    AND resolutionTabCourse(resolutionTableIndex)
                        = wsResultCourse
                    SET resolutionFound TO TRUE
                    MOVE resolutionTabScore(resolutionTableIndex) TO i
                    ADD 1 TO wsAgreedScoreCount
                END-IF
            END-PERFORM
        END-IF.

    readScoreAction.
            PERFORM rejectScoreRecordAction
            PERFORM readScoreAction
        ELSE
            PERFORM resolveResultKeyAction
            PERFORM checkCourseWithheldAction
            IF courseWithheld
                ADD 1 TO wsWithheldCount
                PERFORM readScoreAction
            ELSE
                PERFORM applyAgreedScoreAction
                PERFORM classifyGoodScoreAction
            END-IF
        END-IF.

    rejectScoreRecordAction.
        ADD 1 TO wsBorderlineCount.
        MOVE ScoreStudentId TO BorderStudentId.
        MOVE i TO BorderScore.
        MOVE wsResultCourse TO BorderCourseCode.
        MOVE wsResultTerm TO BorderTermCode.
        WRITE BorderlineRecord.

    tallyBandAction.
                MOVE 9 TO wsBandRank
        END-EVALUATE.

    resolveResultKeyAction.
*>      The name comes from the master; the course from the score, or
*>      the master's course for a score line that predates the course
*>      being carried; the term from the student's enrollment on that
*>      course.
        MOVE SPACES TO wsResultSurname.
        MOVE SPACES TO wsResultForename.
        MOVE ScoreCourseCode TO wsResultCourse.
        MOVE SPACES TO wsResultTerm.
        MOVE ScoreStudentId TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            INVALID KEY
                ADD 1 TO nameMissingCount
            NOT INVALID KEY
                MOVE Surname OF StudentMasterRecord TO wsResultSurname
                MOVE Forename OF StudentMasterRecord
                    TO wsResultForename
                IF wsResultCourse = SPACES
                    MOVE CourseCode OF StudentMasterRecord
                        TO wsResultCourse
                END-IF
        END-READ.
        MOVE ScoreStudentId TO EnrollStudentId.
        MOVE wsResultCourse TO EnrollCourseCode.
        READ ENROLLMENT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EnrollTermCode TO wsResultTerm
        END-READ.

    writeClassificationAction.
*>      The result is keyed by student, course and term; a second
*>      score for the same course and term is banked against the
*>      first.
        MOVE ScoreStudentId TO ClassStudentId.
        MOVE wsResultCourse TO ClassCourseCode.
        MOVE wsResultTerm TO ClassTermCode.
        MOVE wsResultSurname TO ClassSurname.
        MOVE wsResultForename TO ClassForename.
        MOVE i TO ClassScore.
        MOVE ClassificationBand TO ClassBand.
        IF ScoreAttempt = 0
        PERFORM rankBandAction.
        MOVE wsBandRank TO wsNewRank.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                DISPLAY "Could not record result for "
                    ClassStudentId ", status "
                MOVE ClassBand TO wsBandToRank
                PERFORM rankBandAction
                MOVE wsBandRank TO wsBankedRank
                IF resultFinal
                    ADD 1 TO wsFinalHeldCount
                    MOVE 9 TO wsNewRank
                END-IF
                IF wsNewRank < wsBankedRank
                    MOVE wsNewClassRecord TO ClassificationRecord
                    REWRITE ClassificationRecord
        WRITE ListingLine FROM wsListingLine.
        MOVE "================================" TO wsListingLine.
        WRITE ListingLine FROM wsListingLine.
        MOVE "Provisional results show candidate numbers until final."
            TO wsListingLine.
        WRITE ListingLine FROM wsListingLine.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SortCourseCode, SortTermCode, SortSurname
            INPUT PROCEDURE IS extractClassificationAction
            OUTPUT PROCEDURE IS printSortedListingAction.
        CLOSE LISTING-FILE.

    extractClassificationAction.
        MOVE "N" TO classEofSwitch.
        OPEN INPUT CANDIDATE-FILE.
        IF wsCandidateStatus = "00"
            SET candidateOpen TO TRUE
        END-IF.
        OPEN INPUT CLASSIFICATION-FILE.
        IF wsClassificationStatus = "00"
            PERFORM readClassificationAction
            PERFORM releaseClassificationAction UNTIL classEof
            CLOSE CLASSIFICATION-FILE
        END-IF.
        IF candidateOpen
            CLOSE CANDIDATE-FILE
        END-IF.

    readClassificationAction.
        READ CLASSIFICATION-FILE NEXT RECORD

    releaseClassificationAction.
        MOVE ClassCourseCode TO SortCourseCode.
        MOVE ClassTermCode TO SortTermCode.
        MOVE ClassSurname TO SortSurname.
        MOVE ClassForename TO SortForename.
        MOVE ClassStudentId TO SortStudentId.
        MOVE ClassScore TO SortScore.
        MOVE ClassBand TO SortBand.
        MOVE ClassAttempt TO SortAttempt.
        MOVE SPACES TO SortCandidate.
        IF candidateOpen AND NOT resultFinal
            PERFORM anonymiseResultAction
        END-IF.
        RELEASE SortWorkRecord.
        PERFORM readClassificationAction.

    anonymiseResultAction.
*>      The candidate number also stands in for the surname as the
*>      sort key, so the order gives nothing away.
        MOVE ClassStudentId TO CandStudentId.
        MOVE ClassCourseCode TO CandCourseCode.
        MOVE ClassTermCode TO CandTermCode.
        READ CANDIDATE-FILE
            KEY IS CandEntryKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CandNumber TO SortCandidate
                MOVE CandNumber TO SortSurname
                MOVE SPACES TO SortForename
                MOVE 0 TO SortStudentId
        END-READ.

    printSortedListingAction.
        PERFORM returnSortedListingAction.
        PERFORM printOneListingLineAction UNTIL sortEof.

    printOneListingLineAction.
        IF listFirstGroup OR SortCourseCode NOT = wsCurrentCourse
                OR SortTermCode NOT = wsCurrentTerm
            MOVE "N" TO listFirstGroupSwitch
            MOVE SortCourseCode TO wsCurrentCourse
            MOVE SortTermCode TO wsCurrentTerm
            MOVE SPACES TO wsListingLine
            WRITE ListingLine FROM wsListingLine
            MOVE SPACES TO wsListingLine
            STRING "Course: " DELIMITED BY SIZE
                   wsCurrentCourse DELIMITED BY SIZE
                   "  Term: " DELIMITED BY SIZE
                   wsCurrentTerm DELIMITED BY SIZE
                   INTO wsListingLine
            END-STRING
            WRITE ListingLine FROM wsListingLine
        END-IF.
        ADD 1 TO wsCourseListedCount.
        IF SortCandidate NOT = SPACES
            MOVE SortCandidate TO wsAnonCandidate
            MOVE SortScore TO wsAnonScore
            MOVE SortBand TO wsAnonBand
            MOVE SortAttempt TO wsAnonAttempt
            WRITE ListingLine FROM wsListingAnonDetail
        ELSE
            MOVE SortSurname TO wsListSurname
            MOVE SortForename TO wsListForename
            MOVE SortStudentId TO wsListStudentId
            MOVE SortScore TO wsListScore
            MOVE SortBand TO wsListBand
            MOVE SortAttempt TO wsListAttempt
            WRITE ListingLine FROM wsListingDetail
        END-IF.
        PERFORM returnSortedListingAction.

    computeStatisticsAction.
