IDENTIFICATION DIVISION.
PROGRAM-ID.  AtRiskReport.

*> Weekly early-warning report for the student support team, to
*> RISKRPT.  Every ENROLL enrollment is measured on three factors:
*>
*>   ATTEND - the student's attendance rate on the course from the
*>            ATTEND marks is below the threshold percentage;
*>   SCORE  - the student's latest CNSCORES mark on the course is at
*>            or below the highest failing band boundary (BELOW OR EQ
*>            FOUR on the CNBANDS boundaries, default 4);
*>   FEES   - the student's S fee account owes at least the arrears
*>            threshold, taken from its last SIGNHIST posting.
*>
*> Each factor that triggers adds its weight to the risk rating, and
*> enrollments rated at or above the minimum rating are listed per
*> course, highest rating first (lowest attendance breaking ties),
*> with the factors that triggered.  Thresholds, weights and the
*> minimum rating are AtRiskReport settings on the PARMMAST parameter
*> master, read through ParmService; where none is in force
*> attendance below 80%, arrears of 1 or more, weights
*> 4 / 3 / 3 and a minimum rating of 3 apply.  A factor with no data
*> (no marks yet, no score, no fee account) does not trigger.  Return
*> code 4 when a work table overflowed and a factor may be missed.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: history amounts and the
*>   arrears are held to two decimal places and printed to the penny.
*>   The RISKPRM arrears threshold stays in whole pounds.
*> - The thresholds, weights and minimum rating are now AtRiskReport
*>   settings on the PARMMAST parameter master, read through
*>   ParmService, instead of the RISKPRM control record.
*> - CNSCORES is read at its full length and scores are held per
*>   student and course, so each enrollment is measured on its own
*>   course's score.  A score line without a course counts for the
*>   student's master course.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.
*> - At cutover the one-off ParmConvert run carries its thresholds and
*>   weights from the old RISKPRM card onto PARMMAST, effective on the
*>   day it runs, so the value in use is kept rather than falling back
*>   to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttendStatus.

    SELECT SCORE-FILE ASSIGN TO "CNSCORES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScoreStatus.

    SELECT BAND-PARAMETER-FILE ASSIGN TO "CNBANDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBandParameterStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT RISK-REPORT-FILE ASSIGN TO "RISKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.

FD  SCORE-FILE.
01  ScoreRecord.
    05  ScoreStudentId          PIC 9(7).
    05  ScoreValue              PIC 99.
    05  ScorePremod             PIC 99.
    05  ScoreModerated          PIC X.
    05  ScoreAttempt            PIC 9.
    05  ScoreCourseCode         PIC X(4).
    05  ScoreBatchRef           PIC X(8).

FD  BAND-PARAMETER-FILE.
01  BandParameterRecord.
    05  ParmOneBoundary         PIC 99.
    05  ParmTwoBoundary         PIC 99.
    05  ParmBelowOrFourBoundary PIC 99.
    05  ParmFiveAndMoreBoundary PIC 99.

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortCourseCode      PIC X(4).
    05  SortRating          PIC 99.
    05  SortAttendPct       PIC 9(3).
    05  SortStudentId       PIC 9(7).
    05  SortAttendKnown     PIC X.
    05  SortScore           PIC 99.
    05  SortScoreKnown      PIC X.
    05  SortArrears         PIC 9(7)V99.
    05  SortFactors         PIC X(18).

FD  RISK-REPORT-FILE.
01  RiskReportLine          PIC X(100).

WORKING-STORAGE SECTION.
01 wsEnrollStatus PIC XX VALUE "00".
01 wsAttendStatus PIC XX VALUE "00".
01 wsScoreStatus PIC XX VALUE "00".
01 wsBandParameterStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 attendEofSwitch PIC X VALUE "N".
   88 attendEof VALUE "Y".
01 scoreEofSwitch PIC X VALUE "N".
   88 scoreEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 firstGroupSwitch PIC X VALUE "Y".
   88 firstGroup VALUE "Y".
01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".

*> Thresholds and weights - the parameter master overrides these
*> defaults.
01 wsAttendThresholdPct PIC 99 VALUE 80.
01 wsArrearsThreshold PIC 9(7) VALUE 1.
01 wsAttendWeight PIC 9 VALUE 4.
01 wsScoreWeight PIC 9 VALUE 3.
01 wsFeesWeight PIC 9 VALUE 3.
01 wsMinimumRating PIC 99 VALUE 3.

01 parmLookArea.
    COPY PARMLOOK.

*> The highest failing band boundary - CNBANDS overrides it the same
*> way it does for ConditionalNames.
01 wsFailBoundary PIC 99 VALUE 4.

01 tallyTableCount PIC 9(4) VALUE 0.
01 tallyTableIndex PIC 9(4) VALUE 0.
01 tallyFoundIndex PIC 9(4) VALUE 0.
01 tallyTable.
    05 tallyTableEntry OCCURS 2000 TIMES.
        10 tallyStudentId    PIC 9(7).
        10 tallyCourseCode   PIC X(4).
        10 tallySessionCount PIC 9(4).
        10 tallyPresentCount PIC 9(4).

*> Latest score per student and course - a later CNSCORES record
*> replaces an earlier one.
01 scoreTableCount PIC 9(4) VALUE 0.
01 scoreTableIndex PIC 9(4) VALUE 0.
01 scoreFoundIndex PIC 9(4) VALUE 0.
01 scoreTable.
    05 scoreTableEntry OCCURS 2000 TIMES.
        10 scoreTabStudent PIC 9(7).
        10 scoreTabCourse  PIC X(4).
        10 scoreTabValue   PIC 99.

*> Balance per S fee account from its last SIGNHIST posting.
01 balanceTableCount PIC 9(4) VALUE 0.
01 balanceTableIndex PIC 9(4) VALUE 0.
01 balanceFoundIndex PIC 9(4) VALUE 0.
01 balanceTable.
    05 balanceTableEntry OCCURS 2000 TIMES.
        10 balanceTabAccount PIC X(8).
        10 balanceTabAmount  PIC S9(7)V99.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).
01 wsCourseTitle PIC X(20) VALUE SPACES.

01 wsDroppedMarks PIC 9(5) VALUE 0.
01 wsDroppedScores PIC 9(5) VALUE 0.
01 wsDroppedBalances PIC 9(5) VALUE 0.
01 wsBalanceAccount PIC X(8) VALUE SPACES.
01 wsLookupAccount.
    05 FILLER             PIC X VALUE "S".
    05 wsLookupStudentId  PIC 9(7).
01 wsRating PIC 99 VALUE 0.
01 wsEnrollmentsRead PIC 9(7) VALUE 0.
01 wsListedCount PIC 9(5) VALUE 0.
01 wsAttendFlagged PIC 9(5) VALUE 0.
01 wsScoreFlagged PIC 9(5) VALUE 0.
01 wsFeesFlagged PIC 9(5) VALUE 0.
01 wsCurrentCourse PIC X(4) VALUE SPACES.
01 wsCourseRank PIC 9(3) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(6)  VALUE "  Rank".
   05 FILLER PIC X(9)  VALUE " Student".
   05 FILLER PIC X(35) VALUE "Name".
   05 FILLER PIC X(7)  VALUE "Rating".
   05 FILLER PIC X(6)  VALUE "Attnd".
   05 FILLER PIC X(6)  VALUE "Score".
   05 FILLER PIC X(10) VALUE "   Arrears".
   05 FILLER PIC X(20) VALUE "  Factors".

01 wsDetailLine.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailRank       PIC ZZ9.
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailId         PIC 9(7).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailSurname    PIC X(20).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailForename   PIC X(13).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailRating     PIC Z9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 wsDetailAttend     PIC X(4).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailScore      PIC X(3).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailArrears    PIC Z(6)9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailFactors    PIC X(18).

01 wsEditPct PIC ZZ9.
01 wsEditScore PIC Z9.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    PERFORM loadCourseTableAction.
    PERFORM tallyAttendanceAction.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus = "00"
        SET masterOpen TO TRUE
    END-IF.
    PERFORM loadLatestScoresAction.
    PERFORM loadFeeBalancesAction.

    OPEN OUTPUT RISK-REPORT-FILE.
    MOVE "Student at-risk early warning" TO wsListLine.
    WRITE RiskReportLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE RiskReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: "           DELIMITED BY SIZE
           wsRunDate              DELIMITED BY SIZE
           "  ATTEND below "      DELIMITED BY SIZE
           wsAttendThresholdPct   DELIMITED BY SIZE
           "% (weight "           DELIMITED BY SIZE
           wsAttendWeight         DELIMITED BY SIZE
           ")  SCORE at or below " DELIMITED BY SIZE
           wsFailBoundary         DELIMITED BY SIZE
           " (weight "            DELIMITED BY SIZE
           wsScoreWeight          DELIMITED BY SIZE
           ")"                    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE RiskReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "          "           DELIMITED BY SIZE
           "FEES owing "          DELIMITED BY SIZE
           wsArrearsThreshold     DELIMITED BY SIZE
           " or more (weight "    DELIMITED BY SIZE
           wsFeesWeight           DELIMITED BY SIZE
           ")  Listed at rating " DELIMITED BY SIZE
           wsMinimumRating        DELIMITED BY SIZE
           " or above"            DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE RiskReportLine FROM wsListLine.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortCourseCode
        ON DESCENDING KEY SortRating
        ON ASCENDING KEY SortAttendPct
        ON ASCENDING KEY SortStudentId
        INPUT PROCEDURE IS assessEnrollmentsAction
        OUTPUT PROCEDURE IS printRankedListsAction.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.
    IF wsListedCount = 0
        MOVE SPACES TO wsListLine
        WRITE RiskReportLine FROM wsListLine
        MOVE "  No enrollment at or above the minimum rating."
            TO wsListLine
        WRITE RiskReportLine FROM wsListLine
    END-IF.
    CLOSE RISK-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " At-risk report control totals"
    DISPLAY " Enrollments assessed : " wsEnrollmentsRead
    DISPLAY " Enrollments listed   : " wsListedCount
    DISPLAY "   ATTEND triggered   : " wsAttendFlagged
    DISPLAY "   SCORE triggered    : " wsScoreFlagged
    DISPLAY "   FEES triggered     : " wsFeesFlagged
    DISPLAY "=====================".
    IF wsDroppedMarks > 0 OR wsDroppedScores > 0
            OR wsDroppedBalances > 0
        DISPLAY "** Work tables full - " wsDroppedMarks " mark(s), "
            wsDroppedScores " score(s), " wsDroppedBalances
            " account(s) not held; factors may be missed."
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        MOVE "AtRiskReport" TO ParmLookProgram.
        MOVE "ATTEND-PCT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsAttendThresholdPct
        END-IF.
        MOVE "ARREARS-AMOUNT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsArrearsThreshold
        END-IF.
        MOVE "ATTEND-WEIGHT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsAttendWeight
        END-IF.
        MOVE "SCORE-WEIGHT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsScoreWeight
        END-IF.
        MOVE "FEES-WEIGHT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsFeesWeight
        END-IF.
        MOVE "MINIMUM-RATING" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsMinimumRating
        END-IF.
        OPEN INPUT BAND-PARAMETER-FILE.
        IF wsBandParameterStatus = "00"
            READ BAND-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmBelowOrFourBoundary IS NUMERIC
                        MOVE ParmBelowOrFourBoundary TO wsFailBoundary
                    END-IF
            END-READ
            CLOSE BAND-PARAMETER-FILE
        END-IF.

    lookUpSettingAction.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.

    loadCourseTableAction.
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
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    tallyAttendanceAction.
        OPEN INPUT ATTENDANCE-FILE.
        IF wsAttendStatus = "00"
            PERFORM readAttendanceAction
            PERFORM tallyOneMarkAction UNTIL attendEof
            CLOSE ATTENDANCE-FILE
        END-IF.

    readAttendanceAction.
        READ ATTENDANCE-FILE
            AT END
                SET attendEof TO TRUE
        END-READ.

    tallyOneMarkAction.
        MOVE AttendStudentId TO wsLookupStudentId.
        MOVE AttendCourseCode TO wsCurrentCourse.
        PERFORM findTallyEntryAction.
        IF tallyFoundIndex = 0 AND tallyTableCount < 2000
            ADD 1 TO tallyTableCount
            MOVE tallyTableCount TO tallyFoundIndex
            MOVE AttendStudentId TO tallyStudentId(tallyFoundIndex)
            MOVE AttendCourseCode TO tallyCourseCode(tallyFoundIndex)
            MOVE 0 TO tallySessionCount(tallyFoundIndex)
            MOVE 0 TO tallyPresentCount(tallyFoundIndex)
        END-IF.
        IF tallyFoundIndex > 0
            ADD 1 TO tallySessionCount(tallyFoundIndex)
            IF AttendMark = "P"
                ADD 1 TO tallyPresentCount(tallyFoundIndex)
            END-IF
        ELSE
            ADD 1 TO wsDroppedMarks
        END-IF.
        PERFORM readAttendanceAction.

    findTallyEntryAction.
        MOVE 0 TO tallyFoundIndex.
        PERFORM VARYING tallyTableIndex FROM 1 BY 1
            UNTIL tallyTableIndex > tallyTableCount
                OR tallyFoundIndex > 0
            IF tallyStudentId(tallyTableIndex) = wsLookupStudentId
                AND tallyCourseCode(tallyTableIndex) = wsCurrentCourse
                MOVE tallyTableIndex TO tallyFoundIndex
            END-IF
        END-PERFORM.

    loadLatestScoresAction.
        OPEN INPUT SCORE-FILE.
        IF wsScoreStatus = "00"
            PERFORM readScoreAction
            PERFORM takeScoreAction UNTIL scoreEof
            CLOSE SCORE-FILE
        END-IF.

    readScoreAction.
        READ SCORE-FILE
            AT END
                SET scoreEof TO TRUE
        END-READ.

    takeScoreAction.
*>      A blank or damaged line is ConditionalNames' reject, not a
*>      score - it is skipped here the same way.  The course is the
*>      one the score carries, or the master's course for an older
*>      score line without one, as ConditionalNames resolves it.
        IF ScoreStudentId IS NUMERIC AND ScoreValue IS NUMERIC
            MOVE ScoreStudentId TO wsLookupStudentId
            MOVE ScoreCourseCode TO wsCurrentCourse
            IF wsCurrentCourse = SPACES AND masterOpen
                MOVE ScoreStudentId TO StudentId OF StudentMasterRecord
                READ STUDENT-MASTER
                    NOT INVALID KEY
                        MOVE CourseCode OF StudentMasterRecord
                            TO wsCurrentCourse
                END-READ
            END-IF
            PERFORM findScoreEntryAction
            IF scoreFoundIndex = 0 AND scoreTableCount < 2000
                ADD 1 TO scoreTableCount
                MOVE scoreTableCount TO scoreFoundIndex
                MOVE ScoreStudentId TO scoreTabStudent(scoreFoundIndex)
                MOVE wsCurrentCourse TO scoreTabCourse(scoreFoundIndex)
            END-IF
            IF scoreFoundIndex > 0
                MOVE ScoreValue TO scoreTabValue(scoreFoundIndex)
            ELSE
                ADD 1 TO wsDroppedScores
            END-IF
        END-IF.
        PERFORM readScoreAction.

    findScoreEntryAction.
        MOVE 0 TO scoreFoundIndex.
        PERFORM VARYING scoreTableIndex FROM 1 BY 1
            UNTIL scoreTableIndex > scoreTableCount
                OR scoreFoundIndex > 0
            IF scoreTabStudent(scoreTableIndex) = wsLookupStudentId
                AND scoreTabCourse(scoreTableIndex) = wsCurrentCourse
                MOVE scoreTableIndex TO scoreFoundIndex
            END-IF
        END-PERFORM.

    loadFeeBalancesAction.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM takeBalanceAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    takeBalanceAction.
        IF HistAccountId(1:1) = "S"
            MOVE HistAccountId TO wsBalanceAccount
            PERFORM findBalanceEntryAction
            IF balanceFoundIndex = 0 AND balanceTableCount < 2000
                ADD 1 TO balanceTableCount
                MOVE balanceTableCount TO balanceFoundIndex
                MOVE HistAccountId
                    TO balanceTabAccount(balanceFoundIndex)
            END-IF
            IF balanceFoundIndex > 0
                MOVE HistResultingBalance
                    TO balanceTabAmount(balanceFoundIndex)
            ELSE
                ADD 1 TO wsDroppedBalances
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    findBalanceEntryAction.
        MOVE 0 TO balanceFoundIndex.
        PERFORM VARYING balanceTableIndex FROM 1 BY 1
            UNTIL balanceTableIndex > balanceTableCount
                OR balanceFoundIndex > 0
            IF balanceTabAccount(balanceTableIndex) = wsBalanceAccount
                MOVE balanceTableIndex TO balanceFoundIndex
            END-IF
        END-PERFORM.

    assessEnrollmentsAction.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM assessOneEnrollmentAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        ELSE
            DISPLAY "No enrollment file on record - " wsEnrollStatus
        END-IF.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    assessOneEnrollmentAction.
        ADD 1 TO wsEnrollmentsRead.
        MOVE 0 TO wsRating.
        MOVE SPACES TO SortFactors.
        MOVE EnrollCourseCode TO SortCourseCode.
        MOVE EnrollStudentId TO SortStudentId.
        MOVE EnrollStudentId TO wsLookupStudentId.
        MOVE EnrollCourseCode TO wsCurrentCourse.

        MOVE 999 TO SortAttendPct.
        MOVE "N" TO SortAttendKnown.
        PERFORM findTallyEntryAction.
        IF tallyFoundIndex > 0
            MOVE "Y" TO SortAttendKnown
            COMPUTE SortAttendPct =
                tallyPresentCount(tallyFoundIndex) * 100
                / tallySessionCount(tallyFoundIndex)
            IF SortAttendPct < wsAttendThresholdPct
                ADD wsAttendWeight TO wsRating
                MOVE "ATTEND" TO SortFactors(1:6)
            END-IF
        END-IF.

        MOVE 0 TO SortScore.
        MOVE "N" TO SortScoreKnown.
        PERFORM findScoreEntryAction.
        IF scoreFoundIndex > 0
            MOVE "Y" TO SortScoreKnown
            MOVE scoreTabValue(scoreFoundIndex) TO SortScore
            IF SortScore <= wsFailBoundary
                ADD wsScoreWeight TO wsRating
                MOVE "SCORE" TO SortFactors(8:5)
            END-IF
        END-IF.

        MOVE 0 TO SortArrears.
        MOVE wsLookupAccount TO wsBalanceAccount.
        PERFORM findBalanceEntryAction.
        IF balanceFoundIndex > 0
            IF balanceTabAmount(balanceFoundIndex) < 0
                COMPUTE SortArrears =
                    0 - balanceTabAmount(balanceFoundIndex)
            END-IF
            IF SortArrears > 0 AND SortArrears >= wsArrearsThreshold
                ADD wsFeesWeight TO wsRating
                MOVE "FEES" TO SortFactors(14:4)
            END-IF
        END-IF.

        MOVE wsRating TO SortRating.
        IF wsRating > 0 AND wsRating >= wsMinimumRating
            IF SortFactors(1:6) NOT = SPACES
                ADD 1 TO wsAttendFlagged
            END-IF
            IF SortFactors(8:5) NOT = SPACES
                ADD 1 TO wsScoreFlagged
            END-IF
            IF SortFactors(14:4) NOT = SPACES
                ADD 1 TO wsFeesFlagged
            END-IF
            RELEASE SortWorkRecord
        END-IF.
        PERFORM readEnrollmentAction.

    printRankedListsAction.
        PERFORM returnSortedAction.
        PERFORM printOneRankedLineAction UNTIL sortEof.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    printOneRankedLineAction.
        IF firstGroup OR SortCourseCode NOT = wsCurrentCourse
            MOVE "N" TO firstGroupSwitch
            MOVE SortCourseCode TO wsCurrentCourse
            MOVE 0 TO wsCourseRank
            PERFORM lookupCourseTitleAction
            MOVE SPACES TO wsListLine
            WRITE RiskReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            STRING "Course: "      DELIMITED BY SIZE
                   wsCurrentCourse DELIMITED BY SIZE
                   " - "           DELIMITED BY SIZE
                   wsCourseTitle   DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RiskReportLine FROM wsListLine
            WRITE RiskReportLine FROM wsHeadingLine
        END-IF.
        ADD 1 TO wsCourseRank.
        ADD 1 TO wsListedCount.
        MOVE wsCourseRank TO wsDetailRank.
        MOVE SortStudentId TO wsDetailId.
        MOVE SortStudentId TO StudentId OF StudentMasterRecord.
        IF masterOpen
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "(not on master)" TO wsDetailSurname
                    MOVE SPACES TO wsDetailForename
                NOT INVALID KEY
                    MOVE Surname OF StudentMasterRecord
                        TO wsDetailSurname
                    MOVE Forename OF StudentMasterRecord
                        TO wsDetailForename
            END-READ
        ELSE
            MOVE SPACES TO wsDetailSurname
            MOVE SPACES TO wsDetailForename
        END-IF.
        MOVE SortRating TO wsDetailRating.
        IF SortAttendKnown = "Y"
            MOVE SortAttendPct TO wsEditPct
            MOVE SPACES TO wsDetailAttend
            STRING wsEditPct DELIMITED BY SIZE
                   "%"       DELIMITED BY SIZE
                   INTO wsDetailAttend
            END-STRING
        ELSE
            MOVE "  --" TO wsDetailAttend
        END-IF.
        IF SortScoreKnown = "Y"
            MOVE SortScore TO wsEditScore
            MOVE SPACES TO wsDetailScore
            MOVE wsEditScore TO wsDetailScore(2:2)
        ELSE
            MOVE " --" TO wsDetailScore
        END-IF.
        MOVE SortArrears TO wsDetailArrears.
        MOVE SortFactors TO wsDetailFactors.
        WRITE RiskReportLine FROM wsDetailLine.
        PERFORM returnSortedAction.

    lookupCourseTitleAction.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = wsCurrentCourse
                MOVE courseTableTitle(courseTableIndex) TO wsCourseTitle
            END-IF
        END-PERFORM.
