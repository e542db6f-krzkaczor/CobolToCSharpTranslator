IDENTIFICATION DIVISION.
PROGRAM-ID.  ApplFunnel.

*> Applicant funnel report by course, from the APPLMAST applicant
*> file ApplicantMaint keeps.  For each course it counts the
*> applicants who reached each stage - enquired, applied,
*> interviewed, offered, accepted and registered (converted to a
*> student by ApplConvert) - judged by the stage dates, so an
*> applicant who was offered a place and later withdrew still counts
*> as offered.  Declined and withdrawn are counted alongside.  The
*> conversion rates show each stage as a percentage of the one
*> before it - enquiry to application, application to offer, offer
*> to acceptance, acceptance to registration - and the overall rate
*> from enquiry to registration.  Interviews are shown but are not a
*> stage of their own in the rates, since not every course holds one.
*>
*> The optional APPLFPRM parameter limits the report to applicants
*> whose enquiry date falls in a window (from and to, YYYYMMDD - a
*> zero to date means no upper limit), so an intake can be followed
*> on its own; by default every applicant on file is counted.  The
*> report lands on APPLFUNL with a total line for all courses.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ApplicantId
        FILE STATUS IS wsApplicantStatus.

    SELECT PARAMETER-FILE ASSIGN TO "APPLFPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT FUNNEL-REPORT-FILE ASSIGN TO "APPLFUNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  APPLICANT-FILE.
01  ApplicantRecord.
    COPY APPLICNT.

FD  PARAMETER-FILE.
01  ParameterRecord.
    05  ParmFromDate        PIC 9(8).
    05  ParmToDate          PIC 9(8).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  FUNNEL-REPORT-FILE.
01  FunnelReportLine        PIC X(132).

WORKING-STORAGE SECTION.
01 wsApplicantStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 applicantEofSwitch PIC X VALUE "N".
   88 applicantEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".

01 wsFromDate PIC 9(8) VALUE 0.
01 wsToDate PIC 9(8) VALUE 99999999.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).

*> One entry per course applied for.  The stages, in order:
*>   1 enquired  2 applied  3 interviewed  4 offered  5 accepted
*>   6 registered  7 declined  8 withdrawn
01 funTableCount PIC 9(3) VALUE 0.
01 funTableIndex PIC 9(3) VALUE 0.
01 funCurrent PIC 9(3) VALUE 0.
01 funTable.
    05 funEntry OCCURS 50 TIMES.
        10 funCourseCode    PIC X(4).
        10 funStageCount    PIC 9(5) OCCURS 8 TIMES.
01 funTotals.
    05 funTotalCount        PIC 9(5) OCCURS 8 TIMES.
*> The figures of the line being printed - a course or the total.
01 lineFigures.
    05 lineStageCount       PIC 9(5) OCCURS 8 TIMES.
01 wsStageIndex PIC 9 VALUE 0.
01 wsStageReached PIC X(8) VALUE SPACES.
01 wsDroppedCount PIC 9(5) VALUE 0.
01 wsCountedCount PIC 9(5) VALUE 0.
01 wsOutsideCount PIC 9(5) VALUE 0.

*> The rates: each stage as a share of the one before, then overall.
01 wsRateStages.
    05 FILLER PIC X(10) VALUE "2142546561".
01 wsRateStageTable REDEFINES wsRateStages.
    05 wsRateStagePair OCCURS 5 TIMES.
        10 wsRateNumeratorStage   PIC 9.
        10 wsRateDenominatorStage PIC 9.
01 wsRateIndex PIC 9 VALUE 0.
01 wsRateNumerator PIC 9(5) VALUE 0.
01 wsRateDenominator PIC 9(5) VALUE 0.
01 wsRatePercent PIC 9(3)V9 VALUE 0.

01 wsHeadingLine1.
   05 FILLER PIC X(26) VALUE "Course".
   05 FILLER PIC X(48) VALUE
      "   Enq  Appl Intvw Offer Accpt  Regd  Decl  Wdrn".
   05 FILLER PIC X(40) VALUE
      " Enq>App App>Off Off>Acc Acc>Reg Overall".
01 wsHeadingLine2.
   05 FILLER PIC X(74) VALUE SPACES.
   05 FILLER PIC X(40) VALUE
      "     pct     pct     pct     pct     pct".

01 wsDetailLine.
   05 wsDetCourse       PIC X(4).
   05 FILLER            PIC X(2).
   05 wsDetTitle        PIC X(20).
   05 wsDetCountEntry OCCURS 8 TIMES.
      10 FILLER         PIC X.
      10 wsDetCount     PIC ZZZZ9.
   05 wsDetRateEntry OCCURS 5 TIMES.
      10 FILLER         PIC X(3).
      10 wsDetRate      PIC ZZ9.9.
      10 wsDetRateText REDEFINES wsDetRate PIC X(5).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    INITIALIZE funTotals.
    PERFORM loadParameterAction.
    PERFORM loadCourseTableAction.
    OPEN INPUT APPLICANT-FILE.
    IF wsApplicantStatus NOT = "00"
        DISPLAY "No applicant file on record - " wsApplicantStatus
        GOBACK
    END-IF.
    PERFORM readApplicantAction.
    PERFORM countOneApplicantAction UNTIL applicantEof.
    CLOSE APPLICANT-FILE.

    OPEN OUTPUT FUNNEL-REPORT-FILE.
    PERFORM writeReportHeadingAction.
    PERFORM writeCourseLineAction
        VARYING funTableIndex FROM 1 BY 1
        UNTIL funTableIndex > funTableCount.
    PERFORM writeTotalLineAction.
    CLOSE FUNNEL-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY "Applicant funnel written to APPLFUNL".
    DISPLAY "Applicants counted:   " wsCountedCount.
    DISPLAY "Outside the window:   " wsOutsideCount.
    DISPLAY "Courses:              " funTableCount.
    DISPLAY "=====================".
    IF wsDroppedCount > 0
        DISPLAY "** " wsDroppedCount " applicant(s) not counted - "
            "more courses than the table holds."
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        OPEN INPUT PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmFromDate IS NUMERIC
                        MOVE ParmFromDate TO wsFromDate
                    END-IF
                    IF ParmToDate IS NUMERIC AND ParmToDate > 0
                        MOVE ParmToDate TO wsToDate
                    END-IF
            END-READ
            CLOSE PARAMETER-FILE
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
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    readApplicantAction.
        READ APPLICANT-FILE NEXT RECORD
            AT END
                SET applicantEof TO TRUE
        END-READ.

    countOneApplicantAction.
        IF ApplEnquiryDate < wsFromDate OR ApplEnquiryDate > wsToDate
            ADD 1 TO wsOutsideCount
        ELSE
            PERFORM findFunnelEntryAction
            IF funCurrent = 0
                ADD 1 TO wsDroppedCount
            ELSE
                ADD 1 TO wsCountedCount
                PERFORM markStagesReachedAction
                PERFORM VARYING wsStageIndex FROM 1 BY 1
                    UNTIL wsStageIndex > 8
                    IF wsStageReached(wsStageIndex:1) = "Y"
                        ADD 1 TO funStageCount(funCurrent, wsStageIndex)
                        ADD 1 TO funTotalCount(wsStageIndex)
                    END-IF
                END-PERFORM
            END-IF
        END-IF.
        PERFORM readApplicantAction.

    findFunnelEntryAction.
        MOVE 0 TO funCurrent.
        PERFORM VARYING funTableIndex FROM 1 BY 1
            UNTIL funTableIndex > funTableCount OR funCurrent > 0
            IF funCourseCode(funTableIndex) = ApplCourseCode
                MOVE funTableIndex TO funCurrent
            END-IF
        END-PERFORM.
        IF funCurrent = 0 AND funTableCount < 50
            ADD 1 TO funTableCount
            MOVE funTableCount TO funCurrent
            MOVE ApplCourseCode TO funCourseCode(funCurrent)
            PERFORM VARYING wsStageIndex FROM 1 BY 1
                UNTIL wsStageIndex > 8
                MOVE 0 TO funStageCount(funCurrent, wsStageIndex)
            END-PERFORM
        END-IF.

    markStagesReachedAction.
*>      A stage is reached when its date is stamped, whatever came
*>      after.  Acceptance is a reply that was not a decline.
        MOVE "YNNNNNNN" TO wsStageReached.
        IF ApplAppliedDate > 0
            MOVE "Y" TO wsStageReached(2:1)
        END-IF.
        IF ApplInterviewDate > 0
            MOVE "Y" TO wsStageReached(3:1)
        END-IF.
        IF ApplOfferDate > 0
            MOVE "Y" TO wsStageReached(4:1)
        END-IF.
        IF ApplReplyDate > 0 AND NOT ApplDeclined
            MOVE "Y" TO wsStageReached(5:1)
        END-IF.
        IF ApplStudentId > 0
            MOVE "Y" TO wsStageReached(6:1)
        END-IF.
        IF ApplDeclined
            MOVE "Y" TO wsStageReached(7:1)
        END-IF.
        IF ApplWithdrawn
            MOVE "Y" TO wsStageReached(8:1)
        END-IF.

    writeReportHeadingAction.
        MOVE "Applicant funnel by course" TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE "==========================" TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF wsFromDate = 0 AND wsToDate = 99999999
            MOVE "Every applicant on file" TO wsListLine
        ELSE
            STRING "Enquiries from " DELIMITED BY SIZE
                   wsFromDate DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   wsToDate DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        WRITE FunnelReportLine FROM wsHeadingLine1.
        WRITE FunnelReportLine FROM wsHeadingLine2.

    writeCourseLineAction.
        MOVE SPACES TO wsDetailLine.
        MOVE funCourseCode(funTableIndex) TO wsDetCourse.
        MOVE "(not on COURSES)" TO wsDetTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex)
                    = funCourseCode(funTableIndex)
                MOVE courseTableTitle(courseTableIndex) TO wsDetTitle
            END-IF
        END-PERFORM.
        PERFORM VARYING wsStageIndex FROM 1 BY 1
            UNTIL wsStageIndex > 8
            MOVE funStageCount(funTableIndex, wsStageIndex)
                TO lineStageCount(wsStageIndex)
        END-PERFORM.
        PERFORM fillDetailFiguresAction.
        WRITE FunnelReportLine FROM wsDetailLine.

    writeTotalLineAction.
        MOVE funTotals TO lineFigures.
        MOVE SPACES TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE SPACES TO wsDetailLine.
        MOVE "All" TO wsDetCourse.
        MOVE "All courses" TO wsDetTitle.
        PERFORM fillDetailFiguresAction.
        WRITE FunnelReportLine FROM wsDetailLine.
        MOVE SPACES TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE "Each stage counts the applicants who reached it, "
            TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE "whatever happened after; a rate with nothing to "
            TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.
        MOVE "measure against is shown as -." TO wsListLine.
        WRITE FunnelReportLine FROM wsListLine.

    fillDetailFiguresAction.
*>      Formats the eight counts and five rates of lineFigures.
        PERFORM VARYING wsStageIndex FROM 1 BY 1
            UNTIL wsStageIndex > 8
            MOVE lineStageCount(wsStageIndex)
                TO wsDetCount(wsStageIndex)
        END-PERFORM.
        PERFORM VARYING wsRateIndex FROM 1 BY 1
            UNTIL wsRateIndex > 5
            MOVE lineStageCount(wsRateNumeratorStage(wsRateIndex))
                TO wsRateNumerator
            MOVE lineStageCount(wsRateDenominatorStage(wsRateIndex))
                TO wsRateDenominator
            IF wsRateDenominator = 0
                MOVE "    -" TO wsDetRateText(wsRateIndex)
            ELSE
                COMPUTE wsRatePercent ROUNDED =
                    wsRateNumerator * 100 / wsRateDenominator
                MOVE wsRatePercent TO wsDetRate(wsRateIndex)
            END-IF
        END-PERFORM.
