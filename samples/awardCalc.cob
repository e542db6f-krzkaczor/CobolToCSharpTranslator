IDENTIFICATION DIVISION.
PROGRAM-ID.  AwardCalc.

*> Award aggregation run: works out each student's overall award
*> from their course results, weighted by the credits each course is
*> worth, ahead of GraduationRun.  Awards are defined on two reference
*> files the academic office keeps - AWARDDEF (award code, title and
*> the minimum credit total) and AWARDCRS (one line per course in an
*> award, marked R for required or O for optional).  A student is on
*> the award whose course list holds the course they registered on
*> (the master course code; the first award in file order when a
*> course sits in more than one).
*>
*> For each course in the award the student's best final result is
*> taken from CNCLASS (any term); a course counts when that result
*> passes (FIVE AND MORE or better).  The award is complete when
*> every required course counts and the credits of the counted
*> courses reach the award's minimum.  The overall score is the
*> credit-weighted mean of the counted courses' scores - a capped
*> resit counting at no better than the first mark of the lowest
*> pass band - and is banded on the CNBANDS boundaries the way
*> ConditionalNames bands a single score.
*>
*> AWARDRES is rebuilt each run with one record per student on an
*> award (complete or not, with the reason), and AWARDRPT lists them.
*> GraduationRun certifies the award from AWARDRES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT AWARD-DEFINITION-FILE ASSIGN TO "AWARDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAwardDefStatus.

    SELECT AWARD-COURSE-FILE ASSIGN TO "AWARDCRS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAwardCrsStatus.

    SELECT BAND-PARAMETER-FILE ASSIGN TO "CNBANDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBandParameterStatus.

    SELECT AWARD-RESULT-FILE ASSIGN TO "AWARDRES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AwardResStudentId
        FILE STATUS IS wsAwardResStatus.

    SELECT AWARD-REPORT-FILE ASSIGN TO "AWARDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

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
        88 resultProvisional    VALUE "P".
        88 resultFinal          VALUE "F".

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  AWARD-DEFINITION-FILE.
01  AwardDefinitionRecord.
    COPY AWARDDEF.

FD  AWARD-COURSE-FILE.
01  AwardCourseRecord.
    COPY AWARDCRS.

FD  BAND-PARAMETER-FILE.
01  BandParameterRecord.
    05  ParmOneBoundary         PIC 99.
    05  ParmTwoBoundary         PIC 99.
    05  ParmBelowOrFourBoundary PIC 99.
    05  ParmFiveAndMoreBoundary PIC 99.

FD  AWARD-RESULT-FILE.
01  AwardResultRecord.
    COPY AWARDRES.

FD  AWARD-REPORT-FILE.
01  AwardReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsAwardDefStatus PIC XX VALUE "00".
01 wsAwardCrsStatus PIC XX VALUE "00".
01 wsBandParameterStatus PIC XX VALUE "00".
01 wsAwardResStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 masterEofSwitch PIC X VALUE "N".
   88 masterEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 awardDefEofSwitch PIC X VALUE "N".
   88 awardDefEof VALUE "Y".
01 awardCrsEofSwitch PIC X VALUE "N".
   88 awardCrsEof VALUE "Y".
01 classEofSwitch PIC X VALUE "N".
   88 classEof VALUE "Y".
01 classOpenSwitch PIC X VALUE "N".
   88 classOpen VALUE "Y".
01 resultFoundSwitch PIC X VALUE "N".
   88 resultFound VALUE "Y".

*> Band boundaries as ConditionalNames uses them: the compiled-in
*> limits unless CNBANDS overrides them.
01 bandBoundaries.
    05 oneBoundary         PIC 99 VALUE 1.
    05 twoBoundary         PIC 99 VALUE 2.
    05 belowOrFourBoundary PIC 99 VALUE 4.
    05 fiveAndMoreBoundary PIC 99 VALUE 9.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode    PIC X(4).
        10 courseTableCredits PIC 9(3).

01 awardTableCount PIC 9(3) VALUE 0.
01 awardTableIndex PIC 9(3) VALUE 0.
01 awardFoundIndex PIC 9(3) VALUE 0.
01 awardTable.
    05 awardTableEntry OCCURS 20 TIMES.
        10 awardTabCode       PIC X(4).
        10 awardTabMinCredits PIC 9(3).

01 awardCrsTableCount PIC 9(3) VALUE 0.
01 awardCrsTableIndex PIC 9(3) VALUE 0.
01 awardCrsTable.
    05 awardCrsTableEntry OCCURS 200 TIMES.
        10 awardCrsTabAward  PIC X(4).
        10 awardCrsTabCourse PIC X(4).
        10 awardCrsTabType   PIC X.
01 wsNotLoadedCount PIC 9(4) VALUE 0.

01 wsBestScore PIC 99 VALUE 0.
01 wsBestBand PIC X(17) VALUE SPACES.
01 wsBestRank PIC 9 VALUE 9.
01 wsBestAttempt PIC 9 VALUE 0.
01 wsBandToRank PIC X(17) VALUE SPACES.
01 wsBandRank PIC 9 VALUE 9.
01 wsCountedScore PIC 99 VALUE 0.
01 wsCourseCredits PIC 9(3) VALUE 0.
01 wsCreditTotal PIC 9(5) VALUE 0.
01 wsWeightedTotal PIC 9(7) VALUE 0.
01 wsWeightedMean PIC 99V99 VALUE 0.
01 wsOverallBand PIC X(17) VALUE SPACES.
01 wsMissingCourse PIC X(4) VALUE SPACES.

01 wsStudentCount PIC 9(5) VALUE 0.
01 wsCompleteCount PIC 9(5) VALUE 0.
01 wsIncompleteCount PIC 9(5) VALUE 0.
01 wsNoAwardCount PIC 9(5) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsHeadingLine.
    05 FILLER PIC X(8)  VALUE "Student ".
    05 FILLER PIC X(21) VALUE "Surname              ".
    05 FILLER PIC X(6)  VALUE "Award ".
    05 FILLER PIC X(9)  VALUE "Credits  ".
    05 FILLER PIC X(7)  VALUE "Score  ".
    05 FILLER PIC X(18) VALUE "Classification    ".
    05 FILLER PIC X(6)  VALUE "Status".

01 wsDetailLine.
    05 wsDetailStudentId PIC 9(7).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailSurname   PIC X(20).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailAward     PIC X(4).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 wsDetailCredits   PIC ZZ9.
    05 FILLER            PIC X VALUE "/".
    05 wsDetailMinimum   PIC ZZ9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 wsDetailScore     PIC Z9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 wsDetailBand      PIC X(17).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailStatus    PIC X(30).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadBandBoundariesAction.
    PERFORM loadCourseTableAction.
    PERFORM loadAwardTablesAction.
    IF wsNotLoadedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** AWARD DEFINITIONS HOLD MORE THAN THE TABLES - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - AWARDS WOULD BE JUDGED SHORT."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF awardTableCount = 0
        DISPLAY "No awards defined on AWARDDEF - nothing to do."
        GOBACK
    END-IF.

    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "No student master on file - " wsMasterStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CLASSIFICATION-FILE.
    IF wsClassificationStatus = "00"
        SET classOpen TO TRUE
    END-IF.
    OPEN OUTPUT AWARD-RESULT-FILE.
    OPEN OUTPUT AWARD-REPORT-FILE.
    PERFORM writeReportHeaderAction.

    PERFORM readMasterAction.
    PERFORM assessOneStudentAction UNTIL masterEof.

    PERFORM writeReportTotalsAction.
    CLOSE AWARD-REPORT-FILE.
    CLOSE AWARD-RESULT-FILE.
    IF classOpen
        CLOSE CLASSIFICATION-FILE
    END-IF.
    CLOSE STUDENT-MASTER.

    DISPLAY "=====================".
    DISPLAY " Award aggregation totals".
    DISPLAY " Students on an award: " wsStudentCount.
    DISPLAY " Award complete      : " wsCompleteCount.
    DISPLAY " Not yet complete    : " wsIncompleteCount.
    DISPLAY " Not on any award    : " wsNoAwardCount.
    DISPLAY "=====================".
    GOBACK.

    loadBandBoundariesAction.
        OPEN INPUT BAND-PARAMETER-FILE.
        IF wsBandParameterStatus = "00"
            READ BAND-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ParmOneBoundary TO oneBoundary
                    MOVE ParmTwoBoundary TO twoBoundary
                    MOVE ParmBelowOrFourBoundary TO belowOrFourBoundary
                    MOVE ParmFiveAndMoreBoundary TO fiveAndMoreBoundary
            END-READ
            CLOSE BAND-PARAMETER-FILE
        END-IF.

    loadCourseTableAction.
        MOVE 0 TO courseTableCount.
        MOVE "N" TO courseEofSwitch.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseRecordAction
            PERFORM addCourseTableEntryAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseRecordAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    addCourseTableEntryAction.
*>      A course saved before credit values were kept reads as worth
*>      nothing, so it can never make up an award's credits.
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            IF CourseCredits IS NUMERIC
                MOVE CourseCredits TO courseTableCredits(courseTableCount)
            ELSE
                MOVE 0 TO courseTableCredits(courseTableCount)
            END-IF
        END-IF.
        PERFORM readCourseRecordAction.

    loadAwardTablesAction.
        MOVE 0 TO awardTableCount.
        MOVE "N" TO awardDefEofSwitch.
        OPEN INPUT AWARD-DEFINITION-FILE.
        IF wsAwardDefStatus = "00"
            PERFORM readAwardDefAction
            PERFORM addAwardTableEntryAction UNTIL awardDefEof
            CLOSE AWARD-DEFINITION-FILE
        END-IF.
        MOVE 0 TO awardCrsTableCount.
        MOVE "N" TO awardCrsEofSwitch.
        OPEN INPUT AWARD-COURSE-FILE.
        IF wsAwardCrsStatus = "00"
            PERFORM readAwardCrsAction
            PERFORM addAwardCrsTableEntryAction UNTIL awardCrsEof
            CLOSE AWARD-COURSE-FILE
        END-IF.

    readAwardDefAction.
        READ AWARD-DEFINITION-FILE
            AT END
                SET awardDefEof TO TRUE
        END-READ.

    addAwardTableEntryAction.
        IF awardTableCount < 20
            ADD 1 TO awardTableCount
            MOVE AwardDefCode TO awardTabCode(awardTableCount)
            IF AwardDefMinCredits IS NUMERIC
                MOVE AwardDefMinCredits
                    TO awardTabMinCredits(awardTableCount)
            ELSE
                MOVE 0 TO awardTabMinCredits(awardTableCount)
            END-IF
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readAwardDefAction.

    readAwardCrsAction.
        READ AWARD-COURSE-FILE
            AT END
                SET awardCrsEof TO TRUE
        END-READ.

    addAwardCrsTableEntryAction.
        IF awardCrsTableCount < 200
            ADD 1 TO awardCrsTableCount
            MOVE AwardCrsAwardCode TO awardCrsTabAward(awardCrsTableCount)
            MOVE AwardCrsCourseCode
                TO awardCrsTabCourse(awardCrsTableCount)
            MOVE AwardCrsType TO awardCrsTabType(awardCrsTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readAwardCrsAction.

    readMasterAction.
        READ STUDENT-MASTER
            AT END
                SET masterEof TO TRUE
        END-READ.

    assessOneStudentAction.
        PERFORM findStudentAwardAction.
        IF awardFoundIndex = 0
            ADD 1 TO wsNoAwardCount
        ELSE
            ADD 1 TO wsStudentCount
            PERFORM aggregateAwardAction
            PERFORM writeAwardResultAction
        END-IF.
        PERFORM readMasterAction.

    findStudentAwardAction.
*>      The first award line naming the course the student registered
*>      on decides the award.
        MOVE 0 TO awardFoundIndex.
        PERFORM VARYING awardCrsTableIndex FROM 1 BY 1
            UNTIL awardCrsTableIndex > awardCrsTableCount
                OR awardFoundIndex > 0
            IF awardCrsTabCourse(awardCrsTableIndex) =
                    CourseCode OF StudentMasterRecord
                PERFORM VARYING awardTableIndex FROM 1 BY 1
                    UNTIL awardTableIndex > awardTableCount
                        OR awardFoundIndex > 0
                    IF awardTabCode(awardTableIndex) =
                            awardCrsTabAward(awardCrsTableIndex)
                        MOVE awardTableIndex TO awardFoundIndex
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.

    aggregateAwardAction.
        MOVE 0 TO wsCreditTotal.
        MOVE 0 TO wsWeightedTotal.
        MOVE 0 TO wsWeightedMean.
        MOVE SPACES TO wsMissingCourse.
        MOVE SPACES TO wsOverallBand.
        PERFORM judgeOneAwardCourseAction
            VARYING awardCrsTableIndex FROM 1 BY 1
            UNTIL awardCrsTableIndex > awardCrsTableCount.
        IF wsCreditTotal > 0
            COMPUTE wsWeightedMean ROUNDED =
                wsWeightedTotal / wsCreditTotal
            PERFORM bandWeightedMeanAction
        END-IF.
        MOVE StudentId OF StudentMasterRecord TO AwardResStudentId.
        MOVE awardTabCode(awardFoundIndex) TO AwardResAwardCode.
        MOVE wsCreditTotal TO AwardResCredits.
        MOVE awardTabMinCredits(awardFoundIndex) TO AwardResMinCredits.
        MOVE wsWeightedMean TO AwardResWeighted.
        MOVE wsOverallBand TO AwardResBand.
        MOVE wsRunDate TO AwardResRunDate.
        MOVE SPACES TO AwardResReason.
        EVALUATE TRUE
            WHEN wsMissingCourse NOT = SPACES
                SET AwardIncomplete TO TRUE
                STRING "REQUIRED " DELIMITED BY SIZE
                       wsMissingCourse DELIMITED BY SIZE
                       " NOT PASSED" DELIMITED BY SIZE
                       INTO AwardResReason
                END-STRING
            WHEN wsCreditTotal = 0
                SET AwardIncomplete TO TRUE
                MOVE "NO CREDITS PASSED" TO AwardResReason
            WHEN wsCreditTotal < awardTabMinCredits(awardFoundIndex)
                SET AwardIncomplete TO TRUE
                MOVE "SHORT OF CREDITS" TO AwardResReason
            WHEN OTHER
                SET AwardComplete TO TRUE
                MOVE "COMPLETE" TO AwardResReason
        END-EVALUATE.
        IF AwardComplete
            ADD 1 TO wsCompleteCount
        ELSE
            ADD 1 TO wsIncompleteCount
        END-IF.

    judgeOneAwardCourseAction.
        IF awardCrsTabAward(awardCrsTableIndex) =
                awardTabCode(awardFoundIndex)
            PERFORM findBestResultAction
            IF resultFound AND wsBestRank <= 4
                PERFORM countCourseAction
            ELSE
                IF awardCrsTabType(awardCrsTableIndex) = "R"
                        AND wsMissingCourse = SPACES
                    MOVE awardCrsTabCourse(awardCrsTableIndex)
                        TO wsMissingCourse
                END-IF
            END-IF
        END-IF.

    findBestResultAction.
*>      Every term's result for the course sits together under the
*>      key; only final results count, and the best band wins (the
*>      better score on a tie).
        MOVE "N" TO resultFoundSwitch.
        MOVE 9 TO wsBestRank.
        MOVE 0 TO wsBestScore.
        MOVE SPACES TO wsBestBand.
        MOVE 0 TO wsBestAttempt.
        IF classOpen
            MOVE "N" TO classEofSwitch
            MOVE StudentId OF StudentMasterRecord TO ClassStudentId
            MOVE awardCrsTabCourse(awardCrsTableIndex)
                TO ClassCourseCode
            MOVE LOW-VALUES TO ClassTermCode
            START CLASSIFICATION-FILE KEY IS NOT LESS THAN ClassKey
                INVALID KEY
                    SET classEof TO TRUE
            END-START
            PERFORM readOneResultAction UNTIL classEof
        END-IF.

    readOneResultAction.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET classEof TO TRUE
        END-READ.
        IF NOT classEof
            IF ClassStudentId NOT = StudentId OF StudentMasterRecord
                    OR ClassCourseCode NOT =
                        awardCrsTabCourse(awardCrsTableIndex)
                SET classEof TO TRUE
            ELSE
                IF resultFinal
                    MOVE ClassBand TO wsBandToRank
                    PERFORM rankBandAction
                    EVALUATE TRUE
                        WHEN NOT resultFound
                            PERFORM takeResultAction
                        WHEN wsBandRank < wsBestRank
                            PERFORM takeResultAction
                        WHEN wsBandRank = wsBestRank
                                AND ClassScore < wsBestScore
                            PERFORM takeResultAction
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        END-IF.

    takeResultAction.
        SET resultFound TO TRUE.
        MOVE wsBandRank TO wsBestRank.
        MOVE ClassScore TO wsBestScore.
        MOVE ClassBand TO wsBestBand.
        MOVE ClassAttempt TO wsBestAttempt.

    countCourseAction.
*>      A resit capped at FIVE AND MORE weighs in at no better than
*>      the first mark of that band, so the cap carries into the
*>      award.
        MOVE 0 TO wsCourseCredits.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) =
                    awardCrsTabCourse(awardCrsTableIndex)
                MOVE courseTableCredits(courseTableIndex)
                    TO wsCourseCredits
            END-IF
        END-PERFORM.
        MOVE wsBestScore TO wsCountedScore.
        IF wsBestAttempt > 1
                AND wsCountedScore <= belowOrFourBoundary
            COMPUTE wsCountedScore = belowOrFourBoundary + 1
        END-IF.
        ADD wsCourseCredits TO wsCreditTotal.
        COMPUTE wsWeightedTotal =
            wsWeightedTotal + (wsCountedScore * wsCourseCredits).

    bandWeightedMeanAction.
        EVALUATE TRUE
            WHEN wsWeightedMean <= oneBoundary
                MOVE "ONE" TO wsOverallBand
            WHEN wsWeightedMean <= twoBoundary
                MOVE "TWO" TO wsOverallBand
            WHEN wsWeightedMean <= belowOrFourBoundary
                MOVE "BELOW OR EQ FOUR" TO wsOverallBand
            WHEN wsWeightedMean <= fiveAndMoreBoundary
                MOVE "FIVE AND MORE" TO wsOverallBand
            WHEN OTHER
                MOVE "OVER 9" TO wsOverallBand
        END-EVALUATE.

    rankBandAction.
        EVALUATE wsBandToRank
            WHEN "ONE"
                MOVE 1 TO wsBandRank
            WHEN "TWO"
                MOVE 2 TO wsBandRank
            WHEN "BELOW OR EQ FOUR"
                MOVE 3 TO wsBandRank
            WHEN "FIVE AND MORE"
                MOVE 4 TO wsBandRank
            WHEN "OVER 9"
                MOVE 5 TO wsBandRank
            WHEN OTHER
                MOVE 9 TO wsBandRank
        END-EVALUATE.

    writeAwardResultAction.
        WRITE AwardResultRecord
            INVALID KEY
                DISPLAY "Award result for " AwardResStudentId
                    " could not be written, status " wsAwardResStatus
        END-WRITE.
        MOVE AwardResStudentId TO wsDetailStudentId.
        MOVE Surname OF StudentMasterRecord TO wsDetailSurname.
        MOVE AwardResAwardCode TO wsDetailAward.
        MOVE AwardResCredits TO wsDetailCredits.
        MOVE AwardResMinCredits TO wsDetailMinimum.
        MOVE AwardResWeighted TO wsDetailScore.
        MOVE AwardResBand TO wsDetailBand.
        MOVE AwardResReason TO wsDetailStatus.
        WRITE AwardReportLine FROM wsDetailLine.

    writeReportHeaderAction.
        MOVE "Award aggregation - credit-weighted classification"
            TO wsListLine.
        WRITE AwardReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate    DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AwardReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE AwardReportLine FROM wsListLine.
        WRITE AwardReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE AwardReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE AwardReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "On an award: "      DELIMITED BY SIZE
               wsStudentCount       DELIMITED BY SIZE
               "  Complete: "       DELIMITED BY SIZE
               wsCompleteCount      DELIMITED BY SIZE
               "  Not yet complete: " DELIMITED BY SIZE
               wsIncompleteCount    DELIMITED BY SIZE
               "  No award: "       DELIMITED BY SIZE
               wsNoAwardCount       DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AwardReportLine FROM wsListLine.
