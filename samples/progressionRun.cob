IDENTIFICATION DIVISION.
PROGRAM-ID.  ProgressionRun.

*> End-of-term progression: every student enrolled in the closing
*> term on a course that has a route on the PROGMAP progression map
*> (from-course, to-course, minimum band) is proposed for the next
*> course in their programme instead of being re-keyed one at a time
*> through enrol mode.
*>
*> The closing term is the TERMS term covering the run date or, in
*> the break between terms, the one that ended most recently; the
*> next term is the one starting soonest after it closes, and a run
*> with no next term set up in TermMaint is refused.  A student
*> progresses when their CNCLASS result is final, for the course
*> they are leaving, and meets the route's minimum band (a blank
*> band takes any classification; where a course has several routes
*> the first one in file order the band satisfies is taken).  The
*> new course is then checked the way registration checks it - it
*> must be active, every PREREQS requirement must be met and a seat
*> must be free - and the enrollment is written stamped with the next
*> term code, posting an after-image to the STUJRNL journal through
*> StuJournal.  PROGRPT lists the students progressed and, below
*> them, every student held back with the reason.
*>
*> Modification history:
*> - CNCLASS now holds a result per student, course and term; the
*>   result judged is the one for the course being left in the
*>   closing term, falling back to a result carried across from the
*>   old single-result file without a term.
*> - Each PREREQS requirement is now checked against the student's
*>   own results for the required course, the best band across terms
*>   counting, as registration checks it; the result for the course
*>   being left is held in working storage so the look-up does not
*>   disturb it.  The run is refused (RC 8) when the student master
*>   or CNCLASS cannot be opened, rather than holding every student
*>   back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROGRESSION-MAP-FILE ASSIGN TO "PROGMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMapStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

    SELECT PREREQ-FILE ASSIGN TO "PREREQS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPrereqStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT PROGRESSION-REPORT-FILE ASSIGN TO "PROGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  PROGRESSION-MAP-FILE.
01  ProgressionMapRecord.
    05  MapFromCourse       PIC X(4).
    05  MapToCourse         PIC X(4).
    05  MapMinimumBand      PIC X(17).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

FD  PREREQ-FILE.
01  PrereqRecord.
    05  PrereqCourseCode     PIC X(4).
    05  PrereqRequiredCourse PIC X(4).
    05  PrereqMinimumBand    PIC X(17).

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

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

FD  PROGRESSION-REPORT-FILE.
01  ProgressionReportLine   PIC X(80).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "ProgressionRun".
   05 logFileName    PIC X(8)  VALUE SPACES.
   05 logFileStatus  PIC XX    VALUE "00".
   05 logActionTaken PIC X(30) VALUE SPACES.

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "ProgressionRun".
   05 jrnOperatorId PIC X(8)  VALUE SPACES.
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 wsMapStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".
01 wsPrereqStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 mapEofSwitch PIC X VALUE "N".
   88 mapEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 prereqEofSwitch PIC X VALUE "N".
   88 prereqEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".

01 mapTableCount PIC 9(3) VALUE 0.
01 mapTableIndex PIC 9(3) VALUE 0.
01 mapFoundIndex PIC 9(3) VALUE 0.
01 mapTable.
    05 mapTableEntry OCCURS 100 TIMES.
        10 mapTabFrom    PIC X(4).
        10 mapTabTo      PIC X(4).
        10 mapTabMinBand PIC X(17).

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseFoundIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode      PIC X(4).
        10 courseTableMaxSeats  PIC 9(3).
        10 courseTableSeatCount PIC 9(5).

01 prereqTableCount PIC 9(3) VALUE 0.
01 prereqTableIndex PIC 9(3) VALUE 0.
01 prereqTable.
    05 prereqTableEntry OCCURS 100 TIMES.
        10 prereqTabCourse   PIC X(4).
        10 prereqTabRequired PIC X(4).
        10 prereqTabMinBand  PIC X(17).

*> Closing-term enrollments with a route are taken into a table
*> first, so the enrollments written by the run are never swept up
*> by the same pass that is proposing them.
01 candTableCount PIC 9(4) VALUE 0.
01 candTableIndex PIC 9(4) VALUE 0.
01 candDroppedCount PIC 9(5) VALUE 0.
01 candTable.
    05 candTableEntry OCCURS 2000 TIMES.
        10 candTabStudentId PIC 9(7).
        10 candTabFrom      PIC X(4).
        10 candTabTo        PIC X(4).
        10 candTabSurname   PIC X(20).
        10 candTabForename  PIC X(15).
        10 candTabBand      PIC X(17).
        10 candTabOutcome   PIC X.
           88 candProgressed VALUE "P".
           88 candHeld       VALUE "H".
        10 candTabReason    PIC X(23).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsClosingTerm PIC X(6) VALUE SPACES.
01 wsClosingEndDate PIC 9(8) VALUE 0.
01 wsCoveringTerm PIC X(6) VALUE SPACES.
01 wsCoveringEndDate PIC 9(8) VALUE 0.
01 wsNextTerm PIC X(6) VALUE SPACES.
01 wsNextStartDate PIC 9(8) VALUE 0.
01 wsEnrollReadCount PIC 9(7) VALUE 0.
01 wsProgressedCount PIC 9(5) VALUE 0.
01 wsHeldCount PIC 9(5) VALUE 0.

01 wsBandToRank PIC X(17) VALUE SPACES.
01 wsBandRank PIC 9 VALUE 9.
01 wsAchievedRank PIC 9 VALUE 9.
01 wsRequiredRank PIC 9 VALUE 9.
01 prereqMetSwitch PIC X VALUE "Y".
   88 prereqMet VALUE "Y".
01 wsMissingPrereq PIC X(4) VALUE SPACES.
01 resultFoundSwitch PIC X VALUE "N".
   88 resultFound VALUE "Y".
01 prereqResultEofSwitch PIC X VALUE "N".
   88 prereqResultEof VALUE "Y".
01 prereqResultFoundSwitch PIC X VALUE "N".
   88 prereqResultFound VALUE "Y".
01 wsPrereqRank PIC 9 VALUE 9.

*> The result judged for the course being left, kept apart from the
*> record area that the prerequisite look-up reads through.
01 fromResult.
   05 fromResultBand   PIC X(17) VALUE SPACES.
   05 fromResultStatus PIC X VALUE SPACE.
      88 fromResultFinal VALUE "F".

01 wsHeadingLine.
   05 FILLER PIC X(8)  VALUE "Student ".
   05 FILLER PIC X(21) VALUE "Surname              ".
   05 FILLER PIC X(5)  VALUE "From ".
   05 FILLER PIC X(5)  VALUE "To   ".
   05 FILLER PIC X(18) VALUE "Band              ".
   05 FILLER PIC X(22) VALUE "Reason".
01 wsDetailLine.
   05 wsDetailId       PIC 9(7).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailSurname  PIC X(20).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailFrom     PIC X(4).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailTo       PIC X(4).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailBand     PIC X(17).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailReason   PIC X(23).
01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM findClosingTermAction.
    IF wsClosingTerm = SPACES OR wsNextTerm = SPACES
        DISPLAY "*************************************************"
        DISPLAY "** NO CLOSING TERM, OR NO FOLLOWING TERM, ON TERMS."
        DISPLAY "** SET THE NEXT TERM UP IN TermMaint - RUN REFUSED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadMapTableAction.
    IF mapTableCount = 0
        DISPLAY "No progression routes on PROGMAP - nothing to do."
        GOBACK
    END-IF.
    PERFORM loadCourseTableAction.
    PERFORM loadPrereqTableAction.

    OPEN I-O ENROLLMENT-FILE.
    IF wsEnrollStatus NOT = "00"
        DISPLAY "No enrollment file on record - " wsEnrollStatus
        MOVE "ENROLL" TO logFileName
        MOVE wsEnrollStatus TO logFileStatus
        MOVE "OPEN FAILED - RUN SKIPPED" TO logActionTaken
        PERFORM logFileErrorAction
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM sweepEnrollmentsAction.
    IF candDroppedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** MORE CONTINUING STUDENTS THAN THE TABLE - "
            candDroppedCount " NOT LOADED."
        DISPLAY "** RUN REFUSED - NO ENROLLMENTS WRITTEN."
        DISPLAY "*************************************************"
        CLOSE ENROLLMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "No student master on record - " wsMasterStatus
        MOVE "STUMAST" TO logFileName
        MOVE wsMasterStatus TO logFileStatus
        MOVE "OPEN FAILED - RUN SKIPPED" TO logActionTaken
        PERFORM logFileErrorAction
        CLOSE ENROLLMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT CLASSIFICATION-FILE.
    IF wsClassificationStatus NOT = "00"
        DISPLAY "No classification file on record - "
            wsClassificationStatus
        MOVE "CNCLASS" TO logFileName
        MOVE wsClassificationStatus TO logFileStatus
        MOVE "OPEN FAILED - RUN SKIPPED" TO logActionTaken
        PERFORM logFileErrorAction
        CLOSE STUDENT-MASTER
        CLOSE ENROLLMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM progressOneCandidateAction
        VARYING candTableIndex FROM 1 BY 1
        UNTIL candTableIndex > candTableCount.
    CLOSE CLASSIFICATION-FILE.
    CLOSE STUDENT-MASTER.
    CLOSE ENROLLMENT-FILE.
    PERFORM writeReportAction.

    DISPLAY "=====================".
    DISPLAY " Progression run totals"
    DISPLAY " Closing term       : " wsClosingTerm
    DISPLAY " Next term          : " wsNextTerm
    DISPLAY " Enrollments read   : " wsEnrollReadCount
    DISPLAY " Continuing students: " candTableCount
    DISPLAY " Progressed         : " wsProgressedCount
    DISPLAY " Held back          : " wsHeldCount
    DISPLAY "=====================".
    GOBACK.

    findClosingTermAction.
*>      First pass finds the closing term, second the next one; the
*>      TERMS file is small enough to read twice.
        MOVE "N" TO termEofSwitch.
        OPEN INPUT TERM-FILE.
        IF wsTermStatus = "00"
            PERFORM readTermRecordAction
            PERFORM matchClosingTermAction UNTIL termEof
            CLOSE TERM-FILE
        END-IF.
        IF wsCoveringTerm NOT = SPACES
            MOVE wsCoveringTerm TO wsClosingTerm
            MOVE wsCoveringEndDate TO wsClosingEndDate
        END-IF.
        IF wsClosingTerm NOT = SPACES
            MOVE "N" TO termEofSwitch
            OPEN INPUT TERM-FILE
            PERFORM readTermRecordAction
            PERFORM matchNextTermAction UNTIL termEof
            CLOSE TERM-FILE
        END-IF.

    readTermRecordAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    matchClosingTermAction.
*>      A term covering today always wins; otherwise the latest term
*>      already ended.
        IF wsRunDate >= TermStartDate AND wsRunDate <= TermEndDate
            MOVE TermRecordCode TO wsCoveringTerm
            MOVE TermEndDate TO wsCoveringEndDate
        ELSE
            IF TermEndDate < wsRunDate
                AND TermEndDate > wsClosingEndDate
                MOVE TermRecordCode TO wsClosingTerm
                MOVE TermEndDate TO wsClosingEndDate
            END-IF
        END-IF.
        PERFORM readTermRecordAction.

    matchNextTermAction.
        IF TermStartDate > wsClosingEndDate
            IF wsNextTerm = SPACES
                OR TermStartDate < wsNextStartDate
                MOVE TermRecordCode TO wsNextTerm
                MOVE TermStartDate TO wsNextStartDate
            END-IF
        END-IF.
        PERFORM readTermRecordAction.

    loadMapTableAction.
        MOVE 0 TO mapTableCount.
        MOVE "N" TO mapEofSwitch.
        OPEN INPUT PROGRESSION-MAP-FILE.
        IF wsMapStatus = "00"
            PERFORM readMapRecordAction
            PERFORM addMapTableEntryAction UNTIL mapEof
            CLOSE PROGRESSION-MAP-FILE
        END-IF.

    readMapRecordAction.
        READ PROGRESSION-MAP-FILE
            AT END
                SET mapEof TO TRUE
        END-READ.

    addMapTableEntryAction.
        IF mapTableCount < 100
            ADD 1 TO mapTableCount
            MOVE MapFromCourse TO mapTabFrom(mapTableCount)
            MOVE MapToCourse TO mapTabTo(mapTableCount)
            MOVE MapMinimumBand TO mapTabMinBand(mapTableCount)
        END-IF.
        PERFORM readMapRecordAction.

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
*>      Retired courses stay off the table, so a route into one holds
*>      its students back rather than enrolling them on nothing.
        IF NOT CourseRetired AND courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseMaxSeats TO courseTableMaxSeats(courseTableCount)
            MOVE 0 TO courseTableSeatCount(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    loadPrereqTableAction.
        MOVE 0 TO prereqTableCount.
        MOVE "N" TO prereqEofSwitch.
        OPEN INPUT PREREQ-FILE.
        IF wsPrereqStatus = "00"
            PERFORM readPrereqRecordAction
            PERFORM addPrereqTableEntryAction UNTIL prereqEof
            CLOSE PREREQ-FILE
        END-IF.

    readPrereqRecordAction.
        READ PREREQ-FILE
            AT END
                SET prereqEof TO TRUE
        END-READ.

    addPrereqTableEntryAction.
        IF prereqTableCount < 100
            ADD 1 TO prereqTableCount
            MOVE PrereqCourseCode TO prereqTabCourse(prereqTableCount)
            MOVE PrereqRequiredCourse
                TO prereqTabRequired(prereqTableCount)
            MOVE PrereqMinimumBand
                TO prereqTabMinBand(prereqTableCount)
        END-IF.
        PERFORM readPrereqRecordAction.

    sweepEnrollmentsAction.
*>      One pass builds the live seat counts, exactly as registration
*>      does, and picks out the closing term's continuing students.
        MOVE 0 TO candTableCount.
        MOVE 0 TO candDroppedCount.
        MOVE "N" TO enrollEofSwitch.
        PERFORM readEnrollmentAction.
        PERFORM sweepOneEnrollmentAction UNTIL enrollEof.

    readEnrollmentAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET enrollEof TO TRUE
        END-READ.

    sweepOneEnrollmentAction.
        ADD 1 TO wsEnrollReadCount.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = EnrollCourseCode
                ADD 1 TO courseTableSeatCount(courseTableIndex)
            END-IF
        END-PERFORM.
        IF EnrollTermCode = wsClosingTerm
            MOVE 0 TO mapFoundIndex
            PERFORM VARYING mapTableIndex FROM 1 BY 1
                UNTIL mapTableIndex > mapTableCount
                    OR mapFoundIndex > 0
                IF mapTabFrom(mapTableIndex) = EnrollCourseCode
                    MOVE mapTableIndex TO mapFoundIndex
                END-IF
            END-PERFORM
            IF mapFoundIndex > 0
                IF candTableCount < 2000
                    ADD 1 TO candTableCount
                    MOVE EnrollStudentId
                        TO candTabStudentId(candTableCount)
                    MOVE EnrollCourseCode TO candTabFrom(candTableCount)
                    MOVE SPACES TO candTabTo(candTableCount)
                    MOVE SPACES TO candTabSurname(candTableCount)
                    MOVE SPACES TO candTabForename(candTableCount)
                    MOVE SPACES TO candTabBand(candTableCount)
                    MOVE SPACES TO candTabReason(candTableCount)
                    MOVE "H" TO candTabOutcome(candTableCount)
                ELSE
                    ADD 1 TO candDroppedCount
                END-IF
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    progressOneCandidateAction.
        MOVE candTabStudentId(candTableIndex)
            TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                MOVE "NOT ON MASTER" TO candTabReason(candTableIndex)
            NOT INVALID KEY
                MOVE Surname OF StudentMasterRecord
                    TO candTabSurname(candTableIndex)
                MOVE Forename OF StudentMasterRecord
                    TO candTabForename(candTableIndex)
                PERFORM judgeResultAction
        END-READ.
        IF candProgressed(candTableIndex)
            ADD 1 TO wsProgressedCount
        ELSE
            ADD 1 TO wsHeldCount
        END-IF.

    judgeResultAction.
        MOVE "N" TO resultFoundSwitch.
        MOVE candTabStudentId(candTableIndex) TO ClassStudentId.
        MOVE candTabFrom(candTableIndex) TO ClassCourseCode.
        MOVE wsClosingTerm TO ClassTermCode.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET resultFound TO TRUE
        END-READ.
        IF NOT resultFound
            MOVE SPACES TO ClassTermCode
            READ CLASSIFICATION-FILE
                KEY IS ClassKey
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET resultFound TO TRUE
            END-READ
        END-IF.
        IF resultFound
            MOVE ClassBand TO fromResultBand
            MOVE ClassStatus TO fromResultStatus
        END-IF.
        EVALUATE TRUE
            WHEN NOT resultFound
                MOVE "NO RESULT FOR COURSE"
                    TO candTabReason(candTableIndex)
            WHEN NOT fromResultFinal
                MOVE fromResultBand TO candTabBand(candTableIndex)
                MOVE "RESULT NOT FINAL" TO candTabReason(candTableIndex)
            WHEN OTHER
                MOVE fromResultBand TO candTabBand(candTableIndex)
                PERFORM findRouteAction
                IF mapFoundIndex = 0
                    MOVE "BELOW ROUTE MINIMUM"
                        TO candTabReason(candTableIndex)
                ELSE
                    MOVE mapTabTo(mapFoundIndex)
                        TO candTabTo(candTableIndex)
                    PERFORM checkNextCourseAction
                END-IF
        END-EVALUATE.

    findRouteAction.
*>      First route out of the course, in file order, whose minimum
*>      band the result meets; a blank minimum takes any result.
        MOVE 0 TO mapFoundIndex.
        MOVE fromResultBand TO wsBandToRank.
        PERFORM rankBandAction.
        MOVE wsBandRank TO wsAchievedRank.
        PERFORM VARYING mapTableIndex FROM 1 BY 1
            UNTIL mapTableIndex > mapTableCount
                OR mapFoundIndex > 0
            IF mapTabFrom(mapTableIndex) = candTabFrom(candTableIndex)
                IF mapTabMinBand(mapTableIndex) = SPACES
                    MOVE mapTableIndex TO mapFoundIndex
                ELSE
                    MOVE mapTabMinBand(mapTableIndex) TO wsBandToRank
                    PERFORM rankBandAction
                    IF wsAchievedRank NOT > wsBandRank
                        MOVE mapTableIndex TO mapFoundIndex
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

    checkNextCourseAction.
        MOVE 0 TO courseFoundIndex.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) =
                    candTabTo(candTableIndex)
                MOVE courseTableIndex TO courseFoundIndex
            END-IF
        END-PERFORM.
        PERFORM checkPrerequisiteAction.
        EVALUATE TRUE
            WHEN courseFoundIndex = 0
                MOVE "NEXT COURSE NOT OFFERED"
                    TO candTabReason(candTableIndex)
            WHEN NOT prereqMet
                MOVE SPACES TO candTabReason(candTableIndex)
                STRING "PREREQ " DELIMITED BY SIZE
                       wsMissingPrereq DELIMITED BY SIZE
                       " NOT MET" DELIMITED BY SIZE
                       INTO candTabReason(candTableIndex)
                END-STRING
            WHEN courseTableMaxSeats(courseFoundIndex) > 0
                AND courseTableSeatCount(courseFoundIndex) >=
                    courseTableMaxSeats(courseFoundIndex)
                MOVE "NEXT COURSE FULL" TO candTabReason(candTableIndex)
            WHEN OTHER
                PERFORM writeProgressionAction
        END-EVALUATE.

    checkPrerequisiteAction.
*>      Every PREREQS record for the next course must be satisfied by
*>      the student's CNCLASS results for the required course - the
*>      same rule registration applies.
        SET prereqMet TO TRUE.
        MOVE SPACES TO wsMissingPrereq.
        PERFORM checkOnePrereqAction
            VARYING prereqTableIndex FROM 1 BY 1
            UNTIL prereqTableIndex > prereqTableCount
                OR NOT prereqMet.

    checkOnePrereqAction.
        IF prereqTabCourse(prereqTableIndex) = candTabTo(candTableIndex)
            PERFORM lookupPrereqResultAction
            PERFORM judgePrereqResultAction
        END-IF.

    lookupPrereqResultAction.
        MOVE "N" TO prereqResultEofSwitch.
        MOVE "N" TO prereqResultFoundSwitch.
        MOVE 9 TO wsPrereqRank.
        MOVE candTabStudentId(candTableIndex) TO ClassStudentId.
        MOVE prereqTabRequired(prereqTableIndex) TO ClassCourseCode.
        MOVE LOW-VALUES TO ClassTermCode.
        START CLASSIFICATION-FILE KEY IS NOT LESS THAN ClassKey
            INVALID KEY
                SET prereqResultEof TO TRUE
        END-START.
        PERFORM readPrereqResultAction UNTIL prereqResultEof.

    readPrereqResultAction.
*>      Results for one student and course sit together under the
*>      key, one per term; the best band of them is kept.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET prereqResultEof TO TRUE
        END-READ.
        IF NOT prereqResultEof
            IF ClassStudentId NOT = candTabStudentId(candTableIndex)
                    OR ClassCourseCode NOT =
                        prereqTabRequired(prereqTableIndex)
                SET prereqResultEof TO TRUE
            ELSE
                SET prereqResultFound TO TRUE
                MOVE ClassBand TO wsBandToRank
                PERFORM rankBandAction
                IF wsBandRank < wsPrereqRank
                    MOVE wsBandRank TO wsPrereqRank
                END-IF
            END-IF
        END-IF.

    judgePrereqResultAction.
        IF NOT prereqResultFound
            MOVE "N" TO prereqMetSwitch
            MOVE prereqTabRequired(prereqTableIndex)
                TO wsMissingPrereq
        ELSE
            IF prereqTabMinBand(prereqTableIndex) = SPACES
                CONTINUE
            ELSE
                MOVE prereqTabMinBand(prereqTableIndex)
                    TO wsBandToRank
                PERFORM rankBandAction
                MOVE wsBandRank TO wsRequiredRank
                IF wsPrereqRank > wsRequiredRank
                    MOVE "N" TO prereqMetSwitch
                    MOVE prereqTabRequired(prereqTableIndex)
                        TO wsMissingPrereq
                END-IF
            END-IF
        END-IF.

    rankBandAction.
*>      The bands in merit order, ONE best; anything unrecognized
*>      ranks worst so a mangled band can never satisfy a rule.
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

    writeProgressionAction.
        MOVE candTabStudentId(candTableIndex) TO EnrollStudentId.
        MOVE candTabTo(candTableIndex) TO EnrollCourseCode.
        MOVE wsRunDate TO EnrollDate.
        MOVE wsNextTerm TO EnrollTermCode.
        WRITE EnrollmentRecord
            INVALID KEY
                MOVE "ALREADY ON NEXT COURSE"
                    TO candTabReason(candTableIndex)
            NOT INVALID KEY
                MOVE "P" TO candTabOutcome(candTableIndex)
                ADD 1 TO courseTableSeatCount(courseFoundIndex)
                MOVE "ENROLL" TO jrnFileName
                MOVE "A" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
                PERFORM writeJournalAction
        END-WRITE.

    writeReportAction.
        OPEN OUTPUT PROGRESSION-REPORT-FILE.
        MOVE "End-of-term progression run" TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "   Closing term: " DELIMITED BY SIZE
               wsClosingTerm DELIMITED BY SIZE
               "   Next term: " DELIMITED BY SIZE
               wsNextTerm DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE "Progressed" TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        WRITE ProgressionReportLine FROM wsHeadingLine.
        PERFORM VARYING candTableIndex FROM 1 BY 1
            UNTIL candTableIndex > candTableCount
            IF candProgressed(candTableIndex)
                PERFORM writeCandidateLineAction
            END-IF
        END-PERFORM.
        MOVE SPACES TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE "Held back" TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        WRITE ProgressionReportLine FROM wsHeadingLine.
        PERFORM VARYING candTableIndex FROM 1 BY 1
            UNTIL candTableIndex > candTableCount
            IF candHeld(candTableIndex)
                PERFORM writeCandidateLineAction
            END-IF
        END-PERFORM.
        MOVE SPACES TO wsListLine.
        WRITE ProgressionReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Progressed: " DELIMITED BY SIZE
               wsProgressedCount DELIMITED BY SIZE
               "   Held back: " DELIMITED BY SIZE
               wsHeldCount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ProgressionReportLine FROM wsListLine.
        CLOSE PROGRESSION-REPORT-FILE.

    writeCandidateLineAction.
        MOVE candTabStudentId(candTableIndex) TO wsDetailId.
        MOVE candTabSurname(candTableIndex) TO wsDetailSurname.
        MOVE candTabFrom(candTableIndex) TO wsDetailFrom.
        MOVE candTabTo(candTableIndex) TO wsDetailTo.
        MOVE candTabBand(candTableIndex) TO wsDetailBand.
        MOVE candTabReason(candTableIndex) TO wsDetailReason.
        WRITE ProgressionReportLine FROM wsDetailLine.

    writeJournalAction.
        CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
            jrnFileName, jrnAction, jrnImage.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.
