IDENTIFICATION DIVISION.
PROGRAM-ID.  CourseViability.

*> Course viability report for the coming term, so marginal courses
*> are seen in time rather than found out by an empty room.  The
*> VIABPRM control record gives the term (blank for every live
*> enrollment); the warning window in days is the WARNING-DAYS
*> setting on the PARMMAST parameter master (default 14).  For each
*> active catalogued course the VIABRPT report shows the term's
*> enrollments from ENROLL, the WAITLIST depth, the projected fee
*> income (each enrollment priced from FEESCHED as at its enrollment
*> date, the rule TuitionBilling charges by), the minimum enrollment
*> kept on COURSES and the gap to it, and the days left to the
*> decision date.  A course still short of its minimum within the
*> warning window - or already past its decision date - is flagged,
*> and the flagged courses are listed again at the foot of the
*> report for the curriculum manager, with whether the waitlist alone
*> would close the gap.  Days are counted by the 365/30 calendar
*> approximation BankReconcile uses, near enough for a window in
*> days.  Any flagged course ends the run with RETURN-CODE 4.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its warning-days
*>   column from the old VIABPRM card onto PARMMAST, effective on the
*>   day it runs, so the value in use is kept rather than falling back
*>   to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "VIABPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsControlStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsWaitlistStatus.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFeeStatus.

    SELECT VIABILITY-REPORT-FILE ASSIGN TO "VIABRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  ControlRecord.
    05  CtlTermCode         PIC X(6).
    05  FILLER              PIC X(3).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  WAITLIST-FILE.
01  WaitlistRecord.
    02  WaitStudentId   PIC 9(7).
    02  WaitSurname     PIC X(20).
    02  WaitForename    PIC X(15).
    02  WaitCourseCode  PIC X(4).
    02  WaitGender      PIC X.

FD  FEE-SCHEDULE-FILE.
01  FeeScheduleRecord.
    05  FeeCourseCode       PIC X(4).
    05  FeeAmount           PIC 9(7).
    05  FeeEffectiveDate    PIC 9(8).

FD  VIABILITY-REPORT-FILE.
01  ViabilityReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsControlStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsWaitlistStatus PIC XX VALUE "00".
01 wsFeeStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 waitlistEofSwitch PIC X VALUE "N".
   88 waitlistEof VALUE "Y".
01 feeEofSwitch PIC X VALUE "N".
   88 feeEof VALUE "Y".

01 wsTermCode PIC X(6) VALUE SPACES.
01 wsWarningDays PIC 9(3) VALUE 14.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
    05 wsRunYear  PIC 9(4).
    05 wsRunMonth PIC 9(2).
    05 wsRunDay   PIC 9(2).
01 wsDecisionDate PIC 9(8) VALUE 0.
01 wsDecisionParts REDEFINES wsDecisionDate.
    05 wsDecisionYear  PIC 9(4).
    05 wsDecisionMonth PIC 9(2).
    05 wsDecisionDay   PIC 9(2).
01 wsDaysToDecision PIC S9(5) VALUE 0.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseFoundIndex PIC 9(3) VALUE 0.
01 wsCourseNotLoaded PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode     PIC X(4).
        10 courseTableTitle    PIC X(20).
        10 courseTableMaxSeats PIC 9(3).
        10 courseTableMinEnrol PIC 9(3).
        10 courseTableDecision PIC 9(8).
        10 courseTableEnrolled PIC 9(5).
        10 courseTableWaiting  PIC 9(5).
        10 courseTableIncome   PIC 9(9).
        10 courseTableUnpriced PIC 9(5).
        10 courseTableGap      PIC 9(5).
        10 courseTableDays     PIC S9(5).
        10 courseTableFlag     PIC X(10).

01 feeTableCount PIC 9(3) VALUE 0.
01 feeTableIndex PIC 9(3) VALUE 0.
01 feeTable.
    05 feeTableEntry OCCURS 200 TIMES.
        10 feeTableCourse PIC X(4).
        10 feeTableAmount PIC 9(7).
        10 feeTableDate   PIC 9(8).
01 wsFeeFound PIC X VALUE "N".
   88 feeFound VALUE "Y".
01 wsBestFeeDate PIC 9(8) VALUE 0.
01 wsBestFeeAmount PIC 9(7) VALUE 0.
01 wsPricingDate PIC 9(8) VALUE 0.

01 wsReportedCount PIC 9(3) VALUE 0.
01 wsShortCount PIC 9(3) VALUE 0.
01 wsFlaggedCount PIC 9(3) VALUE 0.
01 wsEnrolledTotal PIC 9(7) VALUE 0.
01 wsWaitingTotal PIC 9(7) VALUE 0.
01 wsIncomeTotal PIC 9(11) VALUE 0.
01 wsUnpricedTotal PIC 9(7) VALUE 0.

01 wsHeadingLine.
    05 FILLER PIC X(26) VALUE "Code Title".
    05 FILLER PIC X(36)
        VALUE " Enrol  Wait  Min   Gap      Income".
    05 FILLER PIC X(38) VALUE " Decision    Days  Flag".

01 wsDetailLine.
    05 wsDetailCode     PIC X(4).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailTitle    PIC X(20).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailEnrolled PIC ZZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailWaiting  PIC ZZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailMinimum  PIC ZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailGap      PIC ZZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailIncome   PIC ZZZ,ZZZ,ZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailDecision PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailDays     PIC -(5)9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 wsDetailFlag     PIC X(10).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 wsDetailNote     PIC X(10).

01 wsIncomeEdit PIC ZZZ,ZZZ,ZZZ,ZZ9.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadControlAction.
    PERFORM loadCourseTableAction.
    IF wsCourseNotLoaded > 0
        DISPLAY "*************************************************"
        DISPLAY "** CATALOG HOLDS MORE COURSES THAN THE TABLE - "
            wsCourseNotLoaded " NOT LOADED."
        DISPLAY "** RUN REFUSED - A PART REPORT WOULD MISLEAD."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadFeeTableAction.
    PERFORM countEnrollmentsAction.
    PERFORM countWaitlistAction.

    OPEN OUTPUT VIABILITY-REPORT-FILE.
    PERFORM writeReportHeaderAction.
    PERFORM reportOneCourseAction
        VARYING courseTableIndex FROM 1 BY 1
        UNTIL courseTableIndex > courseTableCount.
    PERFORM writeReportTotalsAction.
    PERFORM writeFlaggedListAction.
    CLOSE VIABILITY-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Course viability - term " wsTermCode
    DISPLAY " Courses reported  : " wsReportedCount
    DISPLAY " Below minimum     : " wsShortCount
    DISPLAY " Flagged for review: " wsFlaggedCount
    DISPLAY " Projected income  : " wsIncomeTotal
    DISPLAY "=====================".
    IF wsFlaggedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadControlAction.
        OPEN INPUT CONTROL-FILE.
        IF wsControlStatus = "00"
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE CtlTermCode TO wsTermCode
            END-READ
            CLOSE CONTROL-FILE
        END-IF.
        MOVE "CourseViability" TO ParmLookProgram.
        MOVE "WARNING-DAYS" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsWarningDays
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
*>      Retired courses are not run again and are left off.
        IF CourseRetired
            CONTINUE
        ELSE
            IF courseTableCount < 50
                ADD 1 TO courseTableCount
                INITIALIZE courseTableEntry(courseTableCount)
                MOVE CourseRecordCode
                    TO courseTableCode(courseTableCount)
                MOVE CourseTitle TO courseTableTitle(courseTableCount)
                MOVE CourseMaxSeats
                    TO courseTableMaxSeats(courseTableCount)
                IF CourseMinimumEnrol IS NUMERIC
                    MOVE CourseMinimumEnrol
                        TO courseTableMinEnrol(courseTableCount)
                END-IF
                IF CourseDecisionDate IS NUMERIC
                    MOVE CourseDecisionDate
                        TO courseTableDecision(courseTableCount)
                END-IF
            ELSE
                ADD 1 TO wsCourseNotLoaded
            END-IF
        END-IF.
        PERFORM readCourseRecordAction.

    loadFeeTableAction.
        MOVE 0 TO feeTableCount.
        OPEN INPUT FEE-SCHEDULE-FILE.
        IF wsFeeStatus = "00"
            PERFORM readFeeRecordAction
            PERFORM addFeeTableEntryAction UNTIL feeEof
            CLOSE FEE-SCHEDULE-FILE
        END-IF.

    readFeeRecordAction.
        READ FEE-SCHEDULE-FILE
            AT END
                SET feeEof TO TRUE
        END-READ.

    addFeeTableEntryAction.
        IF feeTableCount < 200
            ADD 1 TO feeTableCount
            MOVE FeeCourseCode TO feeTableCourse(feeTableCount)
            MOVE FeeAmount TO feeTableAmount(feeTableCount)
            MOVE FeeEffectiveDate TO feeTableDate(feeTableCount)
        END-IF.
        PERFORM readFeeRecordAction.

    findCourseAction.
        MOVE 0 TO courseFoundIndex.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = EnrollCourseCode
                MOVE courseTableIndex TO courseFoundIndex
            END-IF
        END-PERFORM.

    countEnrollmentsAction.
        MOVE "N" TO enrollEofSwitch.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM countOneEnrollmentAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        END-IF.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    countOneEnrollmentAction.
        IF wsTermCode = SPACES OR EnrollTermCode = wsTermCode
            PERFORM findCourseAction
            IF courseFoundIndex > 0
                ADD 1 TO courseTableEnrolled(courseFoundIndex)
                PERFORM priceEnrollmentAction
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    priceEnrollmentAction.
        IF EnrollDate = 0
            MOVE wsRunDate TO wsPricingDate
        ELSE
            MOVE EnrollDate TO wsPricingDate
        END-IF.
        MOVE "N" TO wsFeeFound.
        MOVE 0 TO wsBestFeeDate.
        MOVE 0 TO wsBestFeeAmount.
        PERFORM VARYING feeTableIndex FROM 1 BY 1
            UNTIL feeTableIndex > feeTableCount
            IF feeTableCourse(feeTableIndex) = EnrollCourseCode
                AND feeTableDate(feeTableIndex) <= wsPricingDate
                AND (NOT feeFound
                    OR feeTableDate(feeTableIndex) >= wsBestFeeDate)
                SET feeFound TO TRUE
                MOVE feeTableDate(feeTableIndex) TO wsBestFeeDate
                MOVE feeTableAmount(feeTableIndex) TO wsBestFeeAmount
            END-IF
        END-PERFORM.
        IF feeFound
            ADD wsBestFeeAmount TO courseTableIncome(courseFoundIndex)
        ELSE
            ADD 1 TO courseTableUnpriced(courseFoundIndex)
        END-IF.

    countWaitlistAction.
        MOVE "N" TO waitlistEofSwitch.
        OPEN INPUT WAITLIST-FILE.
        IF wsWaitlistStatus = "00"
            PERFORM readWaitlistAction
            PERFORM countOneWaitEntryAction UNTIL waitlistEof
            CLOSE WAITLIST-FILE
        END-IF.

    readWaitlistAction.
        READ WAITLIST-FILE
            AT END
                SET waitlistEof TO TRUE
        END-READ.

    countOneWaitEntryAction.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = WaitCourseCode
                ADD 1 TO courseTableWaiting(courseTableIndex)
            END-IF
        END-PERFORM.
        PERFORM readWaitlistAction.

    reportOneCourseAction.
        ADD 1 TO wsReportedCount.
        ADD courseTableEnrolled(courseTableIndex) TO wsEnrolledTotal.
        ADD courseTableWaiting(courseTableIndex) TO wsWaitingTotal.
        ADD courseTableIncome(courseTableIndex) TO wsIncomeTotal.
        ADD courseTableUnpriced(courseTableIndex) TO wsUnpricedTotal.
        PERFORM assessCourseAction.

        MOVE courseTableCode(courseTableIndex) TO wsDetailCode.
        MOVE courseTableTitle(courseTableIndex) TO wsDetailTitle.
        MOVE courseTableEnrolled(courseTableIndex) TO wsDetailEnrolled.
        MOVE courseTableWaiting(courseTableIndex) TO wsDetailWaiting.
        MOVE courseTableMinEnrol(courseTableIndex) TO wsDetailMinimum.
        MOVE courseTableGap(courseTableIndex) TO wsDetailGap.
        MOVE courseTableIncome(courseTableIndex) TO wsDetailIncome.
        IF courseTableDecision(courseTableIndex) = 0
            MOVE "none" TO wsDetailDecision
            MOVE SPACES TO wsDetailDays(1:6)
        ELSE
            MOVE courseTableDecision(courseTableIndex)
                TO wsDetailDecision
            MOVE courseTableDays(courseTableIndex) TO wsDetailDays
        END-IF.
        MOVE courseTableFlag(courseTableIndex) TO wsDetailFlag.
        IF courseTableUnpriced(courseTableIndex) > 0
            MOVE "NOT PRICED" TO wsDetailNote
        ELSE
            MOVE SPACES TO wsDetailNote
        END-IF.
        WRITE ViabilityReportLine FROM wsDetailLine.

    assessCourseAction.
*>      A course with no minimum kept is never short.  One short of
*>      its minimum is flagged once the decision date is inside the
*>      warning window, or has passed without the course being
*>      settled; with no decision date it is reported short but not
*>      flagged, since there is nothing to be in time for.
        MOVE 0 TO courseTableGap(courseTableIndex).
        MOVE 0 TO courseTableDays(courseTableIndex).
        MOVE SPACES TO courseTableFlag(courseTableIndex).
        IF courseTableDecision(courseTableIndex) > 0
            MOVE courseTableDecision(courseTableIndex) TO wsDecisionDate
            COMPUTE wsDaysToDecision =
                ((wsDecisionYear - wsRunYear) * 365)
                + ((wsDecisionMonth - wsRunMonth) * 30)
                + (wsDecisionDay - wsRunDay)
            MOVE wsDaysToDecision TO courseTableDays(courseTableIndex)
        END-IF.
        IF courseTableEnrolled(courseTableIndex)
            < courseTableMinEnrol(courseTableIndex)
            ADD 1 TO wsShortCount
            COMPUTE courseTableGap(courseTableIndex) =
                courseTableMinEnrol(courseTableIndex)
                - courseTableEnrolled(courseTableIndex)
            MOVE "SHORT" TO courseTableFlag(courseTableIndex)
            IF courseTableDecision(courseTableIndex) > 0
                EVALUATE TRUE
                    WHEN courseTableDays(courseTableIndex) < 0
                        MOVE "** OVERDUE" TO
                            courseTableFlag(courseTableIndex)
                        ADD 1 TO wsFlaggedCount
                    WHEN courseTableDays(courseTableIndex)
                        <= wsWarningDays
                        MOVE "** REVIEW" TO
                            courseTableFlag(courseTableIndex)
                        ADD 1 TO wsFlaggedCount
                END-EVALUATE
            END-IF
        END-IF.

    writeReportHeaderAction.
        MOVE "Course viability report" TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF wsTermCode = SPACES
            STRING "Term: all live enrollments"  DELIMITED BY SIZE
                   "  Warning window (days): "   DELIMITED BY SIZE
                   wsWarningDays                 DELIMITED BY SIZE
                   "  Run date: "                DELIMITED BY SIZE
                   wsRunDate                     DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            STRING "Term: "                      DELIMITED BY SIZE
                   wsTermCode                    DELIMITED BY SIZE
                   "  Warning window (days): "   DELIMITED BY SIZE
                   wsWarningDays                 DELIMITED BY SIZE
                   "  Run date: "                DELIMITED BY SIZE
                   wsRunDate                     DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.
        WRITE ViabilityReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE wsIncomeTotal TO wsIncomeEdit.
        MOVE SPACES TO wsListLine.
        STRING "Courses: "           DELIMITED BY SIZE
               wsReportedCount       DELIMITED BY SIZE
               "  Enrolled: "        DELIMITED BY SIZE
               wsEnrolledTotal       DELIMITED BY SIZE
               "  Waiting: "         DELIMITED BY SIZE
               wsWaitingTotal        DELIMITED BY SIZE
               "  Projected income: " DELIMITED BY SIZE
               wsIncomeEdit          DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Below minimum: "     DELIMITED BY SIZE
               wsShortCount          DELIMITED BY SIZE
               "  Flagged: "         DELIMITED BY SIZE
               wsFlaggedCount        DELIMITED BY SIZE
               "  Enrollments with no fee on schedule: "
                                     DELIMITED BY SIZE
               wsUnpricedTotal       DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ViabilityReportLine FROM wsListLine.

    writeFlaggedListAction.
        MOVE SPACES TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE "For the curriculum manager - courses short of their "
            TO wsListLine.
        MOVE "minimum at the decision point" TO wsListLine(53:29).
        WRITE ViabilityReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE ViabilityReportLine FROM wsListLine.
        IF wsFlaggedCount = 0
            MOVE "  (none)" TO wsListLine
            WRITE ViabilityReportLine FROM wsListLine
        ELSE
            PERFORM writeOneFlaggedAction
                VARYING courseTableIndex FROM 1 BY 1
                UNTIL courseTableIndex > courseTableCount
        END-IF.

    writeOneFlaggedAction.
        IF courseTableFlag(courseTableIndex)(1:2) = "**"
            MOVE SPACES TO wsListLine
            STRING "  "                               DELIMITED BY SIZE
                   courseTableCode(courseTableIndex)  DELIMITED BY SIZE
                   " "                                DELIMITED BY SIZE
                   courseTableTitle(courseTableIndex) DELIMITED BY SIZE
                   " short by "                       DELIMITED BY SIZE
                   courseTableGap(courseTableIndex)   DELIMITED BY SIZE
                   ", decision "                      DELIMITED BY SIZE
                   courseTableDecision(courseTableIndex)
                                                      DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            IF courseTableWaiting(courseTableIndex)
                >= courseTableGap(courseTableIndex)
                MOVE "- waitlist would fill it" TO wsListLine(66:24)
            ELSE
                MOVE "- waitlist too short" TO wsListLine(66:20)
            END-IF
            WRITE ViabilityReportLine FROM wsListLine
        END-IF.
