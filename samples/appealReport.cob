IDENTIFICATION DIVISION.
PROGRAM-ID.  AppealReport.

*> Outstanding results appeals for the exam office: every appeal on
*> the APPEALS file still lodged or under review is listed on APPLRPT
*> with its grounds, the date lodged and its response deadline, and
*> any appeal whose deadline has passed is flagged ** OVERDUE with
*> the number of business days it is late (CalendarService).  The
*> overdue appeals are listed again below the totals so the office
*> can chase them, and the run ends with RETURN-CODE 4 when there
*> are any so the schedule notices.  Decided appeals only appear in
*> the totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPEAL-FILE ASSIGN TO "APPEALS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AppealKey
        FILE STATUS IS wsAppealStatus.

    SELECT APPEAL-REPORT-FILE ASSIGN TO "APPLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  APPEAL-FILE.
01  AppealRecord.
    COPY APPEAL.

FD  APPEAL-REPORT-FILE.
01  AppealReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsAppealStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 appealEofSwitch PIC X VALUE "N".
   88 appealEof VALUE "Y".

01 wsLodgedCount PIC 9(5) VALUE 0.
01 wsReviewCount PIC 9(5) VALUE 0.
01 wsUpheldCount PIC 9(5) VALUE 0.
01 wsRejectedCount PIC 9(5) VALUE 0.
01 wsOverdueCount PIC 9(5) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 overdueTableCount PIC 9(4) VALUE 0.
01 overdueTableIndex PIC 9(4) VALUE 0.
01 overdueDroppedCount PIC 9(4) VALUE 0.
01 overdueTable.
    05 overdueTableEntry OCCURS 500 TIMES.
        10 overdueTabStudentId PIC 9(7).
        10 overdueTabCourse    PIC X(4).
        10 overdueTabTerm      PIC X(6).
        10 overdueTabDeadline  PIC 9(8).
        10 overdueTabDaysLate  PIC 9(5).

01 wsHeadingLine.
    05 FILLER PIC X(8)  VALUE "Student ".
    05 FILLER PIC X(5)  VALUE "Crse ".
    05 FILLER PIC X(7)  VALUE "Term   ".
    05 FILLER PIC X(9)  VALUE "Lodged   ".
    05 FILLER PIC X(7)  VALUE "Status ".
    05 FILLER PIC X(9)  VALUE "Deadline ".
    05 FILLER PIC X(6)  VALUE " Late ".
    05 FILLER PIC X(12) VALUE "Flag        ".
    05 FILLER PIC X(7)  VALUE "Grounds".

01 wsDetailLine.
    05 wsDetailStudentId PIC 9(7).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailCourse    PIC X(4).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailTerm      PIC X(6).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailLodged    PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailStatus    PIC X(6).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailDeadline  PIC 9(8).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailLate      PIC ZZZZ9.
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailFlag      PIC X(11).
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailGrounds   PIC X(32).

01 wsListLine PIC X(100) VALUE SPACES.

01 calendarArea.
    COPY CALENDAR.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN INPUT APPEAL-FILE.
    IF wsAppealStatus NOT = "00"
        DISPLAY "No appeals file - nothing to report, status "
            wsAppealStatus
        GOBACK
    END-IF.
    OPEN OUTPUT APPEAL-REPORT-FILE.
    PERFORM writeReportHeaderAction.
    PERFORM readAppealAction.
    PERFORM reportOneAppealAction UNTIL appealEof.
    CLOSE APPEAL-FILE.
    PERFORM writeReportTotalsAction.
    PERFORM writeOverdueListAction.
    CLOSE APPEAL-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Outstanding appeals".
    DISPLAY " Lodged       : " wsLodgedCount.
    DISPLAY " Under review : " wsReviewCount.
    DISPLAY " Past deadline: " wsOverdueCount.
    DISPLAY " Upheld       : " wsUpheldCount.
    DISPLAY " Rejected     : " wsRejectedCount.
    DISPLAY "=====================".
    IF wsOverdueCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    readAppealAction.
        READ APPEAL-FILE
            AT END
                SET appealEof TO TRUE
        END-READ.

    reportOneAppealAction.
        EVALUATE TRUE
            WHEN AppealLodged
                ADD 1 TO wsLodgedCount
                MOVE "LODGED" TO wsDetailStatus
                PERFORM writeOutstandingAction
            WHEN AppealUnderReview
                ADD 1 TO wsReviewCount
                MOVE "REVIEW" TO wsDetailStatus
                PERFORM writeOutstandingAction
            WHEN AppealUpheld
                ADD 1 TO wsUpheldCount
            WHEN AppealRejected
                ADD 1 TO wsRejectedCount
        END-EVALUATE.
        PERFORM readAppealAction.

    writeOutstandingAction.
*>      Lateness is counted in business days after the deadline, the
*>      same calendar the deadline was set on.
        MOVE AppealStudentId TO wsDetailStudentId.
        MOVE AppealCourseCode TO wsDetailCourse.
        MOVE AppealTermCode TO wsDetailTerm.
        MOVE AppealLodgedDate TO wsDetailLodged.
        MOVE AppealDeadline TO wsDetailDeadline.
        MOVE AppealGrounds TO wsDetailGrounds.
        MOVE 0 TO wsDetailLate.
        MOVE SPACES TO wsDetailFlag.
        IF wsRunDate > AppealDeadline
            SET CalDaysBetween TO TRUE
            MOVE AppealDeadline TO CalDate
            MOVE wsRunDate TO CalDate2
            CALL "CalendarService" USING calendarArea
            MOVE CalDayCount TO wsDetailLate
            MOVE "** OVERDUE" TO wsDetailFlag
            ADD 1 TO wsOverdueCount
            IF overdueTableCount < 500
                ADD 1 TO overdueTableCount
                MOVE AppealStudentId
                    TO overdueTabStudentId(overdueTableCount)
                MOVE AppealCourseCode
                    TO overdueTabCourse(overdueTableCount)
                MOVE AppealTermCode TO overdueTabTerm(overdueTableCount)
                MOVE AppealDeadline
                    TO overdueTabDeadline(overdueTableCount)
                MOVE CalDayCount TO overdueTabDaysLate(overdueTableCount)
            ELSE
                ADD 1 TO overdueDroppedCount
            END-IF
        END-IF.
        WRITE AppealReportLine FROM wsDetailLine.

    writeReportHeaderAction.
        MOVE "Outstanding results appeals" TO wsListLine.
        WRITE AppealReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate    DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AppealReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE AppealReportLine FROM wsListLine.
        WRITE AppealReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE AppealReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE AppealReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Lodged: "          DELIMITED BY SIZE
               wsLodgedCount       DELIMITED BY SIZE
               "  Under review: "  DELIMITED BY SIZE
               wsReviewCount       DELIMITED BY SIZE
               "  Past deadline: " DELIMITED BY SIZE
               wsOverdueCount      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AppealReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Decided - upheld: " DELIMITED BY SIZE
               wsUpheldCount        DELIMITED BY SIZE
               "  rejected: "       DELIMITED BY SIZE
               wsRejectedCount      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AppealReportLine FROM wsListLine.

    writeOverdueListAction.
        MOVE SPACES TO wsListLine.
        WRITE AppealReportLine FROM wsListLine.
        IF overdueTableCount = 0
            MOVE "No appeal is past its response deadline."
                TO wsListLine
            WRITE AppealReportLine FROM wsListLine
        ELSE
            MOVE "Appeals past their response deadline - to chase:"
                TO wsListLine
            WRITE AppealReportLine FROM wsListLine
            PERFORM writeOneOverdueAction
                VARYING overdueTableIndex FROM 1 BY 1
                UNTIL overdueTableIndex > overdueTableCount
            IF overdueDroppedCount > 0
                MOVE SPACES TO wsListLine
                STRING "  ... and "          DELIMITED BY SIZE
                       overdueDroppedCount   DELIMITED BY SIZE
                       " more - see the detail above." DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE AppealReportLine FROM wsListLine
            END-IF
        END-IF.

    writeOneOverdueAction.
        MOVE SPACES TO wsListLine.
        STRING "  "        DELIMITED BY SIZE
               overdueTabStudentId(overdueTableIndex) DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               overdueTabCourse(overdueTableIndex)    DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               overdueTabTerm(overdueTableIndex)      DELIMITED BY SIZE
               " due "     DELIMITED BY SIZE
               overdueTabDeadline(overdueTableIndex)  DELIMITED BY SIZE
               " - "       DELIMITED BY SIZE
               overdueTabDaysLate(overdueTableIndex)  DELIMITED BY SIZE
               " business day(s) late" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE AppealReportLine FROM wsListLine.
