*> as APPLIED or REJECTED with its reason, and shows the before and
*> after values for changes.  Nothing is saved when the catalog
*> overflows the table, matching CourseMaint's guard.
*>
*> Modification history:
*> - Transactions now carry the course's minimum enrollment and
*>   decision date after the minimum age.  Both may be left blank
*>   (taken as none set, so the academic office's older layout still
*>   loads); anything else must be digits, and the date a plausible
*>   YYYYMMDD.  The change report shows both before and after.
*> - Transactions now carry the course's credit value after the
*>   decision date: blank for none, otherwise three digits, and shown
*>   before and after on the change report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  CrsTranTitle    PIC X(20).
    05  CrsTranMaxSeats PIC X(3).
    05  CrsTranMinAge   PIC X(2).
    05  CrsTranMinEnrol PIC X(3).
    05  CrsTranDecision PIC X(8).
    05  CrsTranDecisionCheck REDEFINES CrsTranDecision.
        10  CrsTranDecisionYear  PIC 9(4).
        10  CrsTranDecisionMonth PIC 9(2).
        10  CrsTranDecisionDay   PIC 9(2).
    05  CrsTranCredits  PIC X(3).

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
        10 courseTableMaxSeats PIC 9(3).
        10 courseTableStatus   PIC X.
        10 courseTableMinAge   PIC 9(2).
        10 courseTableMinEnrol PIC 9(3).
        10 courseTableDecision PIC 9(8).
        10 courseTableCredits  PIC 9(3).
        10 courseTableEnrolled PIC 9(5).

01 codeCharIndex PIC 9 VALUE 1.
01 wsAppliedCount PIC 9(4) VALUE 0.
01 wsRejectedCount PIC 9(4) VALUE 0.
01 wsRejectReason PIC X(40) VALUE SPACES.
01 wsTranMinEnrol PIC 9(3) VALUE 0.
01 wsTranDecision PIC 9(8) VALUE 0.
01 wsTranCredits PIC 9(3) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
                MOVE CourseStatus TO courseTableStatus(courseTableCount)
            END-IF
            MOVE CourseMinimumAge TO courseTableMinAge(courseTableCount)
            PERFORM loadViabilityFieldsAction
            MOVE 0 TO courseTableEnrolled(courseTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readCourseRecordAction.

    loadViabilityFieldsAction.
*>      Records written before the minimum enrollment, decision date
*>      and credit value were kept come in short; those read as none
*>      set.
        IF CourseMinimumEnrol IS NUMERIC
            MOVE CourseMinimumEnrol
                TO courseTableMinEnrol(courseTableCount)
        ELSE
            MOVE 0 TO courseTableMinEnrol(courseTableCount)
        END-IF.
        IF CourseDecisionDate IS NUMERIC
            MOVE CourseDecisionDate
                TO courseTableDecision(courseTableCount)
        ELSE
            MOVE 0 TO courseTableDecision(courseTableCount)
        END-IF.
        IF CourseCredits IS NUMERIC
            MOVE CourseCredits TO courseTableCredits(courseTableCount)
        ELSE
            MOVE 0 TO courseTableCredits(courseTableCount)
        END-IF.

    countEnrollmentsAction.
*>      Live enrollments per course, so a retirement that would
*>      strand students can be refused with the count.
            WHEN CrsTranMinAge IS NOT NUMERIC
                MOVE "minimum age not 2 digits" TO wsRejectReason
            WHEN OTHER
                PERFORM validateViabilityFieldsAction
        END-EVALUATE.

    validateChangeAction.
            WHEN CrsTranMinAge IS NOT NUMERIC
                MOVE "minimum age not 2 digits" TO wsRejectReason
            WHEN OTHER
                PERFORM validateViabilityFieldsAction
        END-EVALUATE.

    validateViabilityFieldsAction.
        MOVE 0 TO wsTranMinEnrol.
        MOVE 0 TO wsTranDecision.
        EVALUATE TRUE
            WHEN CrsTranMinEnrol = SPACES
                CONTINUE
            WHEN CrsTranMinEnrol IS NOT NUMERIC
                MOVE "minimum enrollment not 3 digits"
                    TO wsRejectReason
            WHEN OTHER
                MOVE CrsTranMinEnrol TO wsTranMinEnrol
        END-EVALUATE.
        EVALUATE TRUE
            WHEN wsRejectReason NOT = SPACES
                CONTINUE
            WHEN CrsTranDecision = SPACES
                CONTINUE
            WHEN CrsTranDecision IS NOT NUMERIC
                MOVE "decision date not 8 digits" TO wsRejectReason
            WHEN CrsTranDecision = "00000000"
                CONTINUE
            WHEN CrsTranDecisionMonth < 1 OR CrsTranDecisionMonth > 12
                OR CrsTranDecisionDay < 1 OR CrsTranDecisionDay > 31
                MOVE "decision date not a valid date" TO wsRejectReason
            WHEN OTHER
                MOVE CrsTranDecision TO wsTranDecision
        END-EVALUATE.
        MOVE 0 TO wsTranCredits.
        EVALUATE TRUE
            WHEN wsRejectReason NOT = SPACES
                CONTINUE
            WHEN CrsTranCredits = SPACES
                CONTINUE
            WHEN CrsTranCredits IS NOT NUMERIC
                MOVE "credit value not 3 digits" TO wsRejectReason
            WHEN OTHER
                MOVE CrsTranCredits TO wsTranCredits
        END-EVALUATE.

    validateRetireAction.
                MOVE "A" TO courseTableStatus(courseTableCount)
                MOVE CrsTranMinAge
                    TO courseTableMinAge(courseTableCount)
                MOVE wsTranMinEnrol
                    TO courseTableMinEnrol(courseTableCount)
                MOVE wsTranDecision
                    TO courseTableDecision(courseTableCount)
                MOVE wsTranCredits
                    TO courseTableCredits(courseTableCount)
                MOVE 0 TO courseTableEnrolled(courseTableCount)
                MOVE SPACES TO wsListLine
                STRING "APPLIED  A " DELIMITED BY SIZE
                    TO courseTableMaxSeats(courseFoundIndex)
                MOVE CrsTranMinAge
                    TO courseTableMinAge(courseFoundIndex)
                MOVE wsTranMinEnrol
                    TO courseTableMinEnrol(courseFoundIndex)
                MOVE wsTranDecision
                    TO courseTableDecision(courseFoundIndex)
                MOVE wsTranCredits
                    TO courseTableCredits(courseFoundIndex)
            WHEN tranRetire
                MOVE "R" TO courseTableStatus(courseFoundIndex)
                MOVE SPACES TO wsListLine
               " minage="    DELIMITED BY SIZE
               courseTableMinAge(courseFoundIndex)
                             DELIMITED BY SIZE
               " minenrol="  DELIMITED BY SIZE
               courseTableMinEnrol(courseFoundIndex)
                             DELIMITED BY SIZE
               " decide="    DELIMITED BY SIZE
               courseTableDecision(courseFoundIndex)
                             DELIMITED BY SIZE
               " credits="   DELIMITED BY SIZE
               courseTableCredits(courseFoundIndex)
                             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE LoadReportLine FROM wsListLine.
               CrsTranMaxSeats DELIMITED BY SIZE
               " minage="    DELIMITED BY SIZE
               CrsTranMinAge DELIMITED BY SIZE
               " minenrol="  DELIMITED BY SIZE
               wsTranMinEnrol DELIMITED BY SIZE
               " decide="    DELIMITED BY SIZE
               wsTranDecision DELIMITED BY SIZE
               " credits="   DELIMITED BY SIZE
               wsTranCredits DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE LoadReportLine FROM wsListLine.
        MOVE courseTableMaxSeats(courseTableIndex) TO CourseMaxSeats.
        MOVE courseTableStatus(courseTableIndex) TO CourseStatus.
        MOVE courseTableMinAge(courseTableIndex) TO CourseMinimumAge.
        MOVE courseTableMinEnrol(courseTableIndex) TO CourseMinimumEnrol.
        MOVE courseTableDecision(courseTableIndex) TO CourseDecisionDate.
        MOVE courseTableCredits(courseTableIndex) TO CourseCredits.
        WRITE CourseRecord.
