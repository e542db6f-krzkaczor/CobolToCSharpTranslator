IDENTIFICATION DIVISION.
PROGRAM-ID.  HeadcountReturn.

*> Annual statutory headcount return, produced as the fixed-format
*> file the government office loads instead of the form filled in by
*> hand from DemographicsReport and the class lists.  The census date
*> comes from the HCPARM control record, with an optional term code
*> to confine the return to one intake; without a valid census date
*> the run is refused, since every age on the return hangs off it.
*>
*> ENROLL is joined to the master as a sorted sequential merge, the
*> way DemographicsReport does it.  Every enrollment dated on or
*> before the census date gives one detail record on HCRETURN:
*>
*>   H record - institution code, return id HEADCNT, census date and
*>              creation date;
*>   D record - student id, age band at the census date (from
*>              DateOfBirth), gender, course code, originating office,
*>              term and enrollment date;
*>   T record - detail count, distinct students, male / female /
*>              other counts and a hash total of the student ids.
*>
*> Age bands are U16, 1618, 1920, 2124, 2529, 3039, 4059 and 60+; a
*> master with no usable birth date is returned as UNKN so it shows.
*> An enrollment whose student has gone from the master cannot be
*> returned at all: it is left off the file, listed on the summary
*> and the run ends with RETURN-CODE 4.
*>
*> The HCSUMRPT summary print carries the same totals as the trailer
*> with the age band by gender breakdown, for the registrar to sign
*> off before the file is submitted.

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

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT CONTROL-FILE ASSIGN TO "HCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsControlStatus.

    SELECT RETURN-FILE ASSIGN TO "HCRETURN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReturnStatus.

    SELECT SUMMARY-FILE ASSIGN TO "HCSUMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSummaryStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  CONTROL-FILE.
01  ControlRecord.
    05  CtlCensusDate       PIC X(8).
    05  CtlTermCode         PIC X(6).

FD  RETURN-FILE.
01  ReturnRecord        PIC X(80).

FD  SUMMARY-FILE.
01  SummaryLine         PIC X(80).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsControlStatus PIC XX VALUE "00".
01 wsReturnStatus PIC XX VALUE "00".
01 wsSummaryStatus PIC XX VALUE "00".

01 masterEofSwitch PIC X VALUE "N".
   88 masterEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".
01 termFilterSwitch PIC X VALUE "N".
   88 termFiltered VALUE "Y".

01 wsFilterTerm PIC X(6) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsCensusArea.
   05 wsCensusDate PIC 9(8) VALUE 0.
01 wsCensusParts REDEFINES wsCensusArea.
   05 wsCensusYear      PIC 9(4).
   05 wsCensusMonthDay  PIC 9(4).

01 wsBirthArea.
   05 wsBirthDate PIC 9(8) VALUE 0.
01 wsBirthParts REDEFINES wsBirthArea.
   05 wsBirthYear       PIC 9(4).
   05 wsBirthMonthDay   PIC 9(4).

01 wsAgeYears PIC 9(3) VALUE 0.
01 wsAgeBand PIC X(4) VALUE SPACES.
01 wsLastStudentId PIC 9(7) VALUE 0.

*> Age band by gender tallies for the summary; the last band is UNKN.
01 bandTableIndex PIC 9 VALUE 0.
01 bandFoundIndex PIC 9 VALUE 0.
01 bandNames.
    05 FILLER PIC X(4) VALUE "U16 ".
    05 FILLER PIC X(4) VALUE "1618".
    05 FILLER PIC X(4) VALUE "1920".
    05 FILLER PIC X(4) VALUE "2124".
    05 FILLER PIC X(4) VALUE "2529".
    05 FILLER PIC X(4) VALUE "3039".
    05 FILLER PIC X(4) VALUE "4059".
    05 FILLER PIC X(4) VALUE "60+ ".
    05 FILLER PIC X(4) VALUE "UNKN".
01 bandNameTable REDEFINES bandNames.
    05 bandName OCCURS 9 TIMES PIC X(4).
01 bandTable.
    05 bandTableEntry OCCURS 9 TIMES.
        10 bandMaleCount   PIC 9(6) VALUE 0.
        10 bandFemaleCount PIC 9(6) VALUE 0.
        10 bandOtherCount  PIC 9(6) VALUE 0.

01 returnTotals.
    05 wsDetailCount     PIC 9(7) VALUE 0.
    05 wsStudentCount    PIC 9(7) VALUE 0.
    05 wsMaleCount       PIC 9(7) VALUE 0.
    05 wsFemaleCount     PIC 9(7) VALUE 0.
    05 wsOtherCount      PIC 9(7) VALUE 0.
    05 wsIdHashTotal     PIC 9(12) VALUE 0.
01 wsAfterCensusCount PIC 9(7) VALUE 0.
01 wsOtherTermCount PIC 9(7) VALUE 0.
01 wsMissingCount PIC 9(7) VALUE 0.
01 wsUnknownAgeCount PIC 9(7) VALUE 0.
01 wsBandTotal PIC 9(7) VALUE 0.

01 wsHeaderRecord.
   05 FILLER             PIC X VALUE "H".
   05 wsHeaderInstitution PIC X(6) VALUE "COLL01".
   05 FILLER             PIC X(7) VALUE "HEADCNT".
   05 wsHeaderCensus     PIC 9(8).
   05 wsHeaderCreated    PIC 9(8).

01 wsDetailRecord.
   05 FILLER             PIC X VALUE "D".
   05 wsDetailId         PIC 9(7).
   05 wsDetailAgeBand    PIC X(4).
   05 wsDetailGender     PIC X.
   05 wsDetailCourse     PIC X(4).
   05 wsDetailOffice     PIC X(8).
   05 wsDetailTerm       PIC X(6).
   05 wsDetailEnrolled   PIC 9(8).

01 wsTrailerRecord.
   05 FILLER             PIC X VALUE "T".
   05 wsTrailerDetails   PIC 9(7).
   05 wsTrailerStudents  PIC 9(7).
   05 wsTrailerMale      PIC 9(7).
   05 wsTrailerFemale    PIC 9(7).
   05 wsTrailerOther     PIC 9(7).
   05 wsTrailerIdHash    PIC 9(12).

01 wsBandHeading.
    05 FILLER PIC X(10) VALUE "Age band".
    05 FILLER PIC X(10) VALUE "      Male".
    05 FILLER PIC X(10) VALUE "    Female".
    05 FILLER PIC X(10) VALUE "     Other".
    05 FILLER PIC X(10) VALUE "     Total".

01 wsBandLine.
    05 wsBandLineName    PIC X(4).
    05 FILLER            PIC X(6) VALUE SPACES.
    05 wsBandLineMale    PIC ZZZ,ZZ9.
    05 FILLER            PIC X(3) VALUE SPACES.
    05 wsBandLineFemale  PIC ZZZ,ZZ9.
    05 FILLER            PIC X(3) VALUE SPACES.
    05 wsBandLineOther   PIC ZZZ,ZZ9.
    05 FILLER            PIC X(3) VALUE SPACES.
    05 wsBandLineTotal   PIC ZZZ,ZZ9.

01 wsCountEdit PIC ZZZ,ZZ9.
01 wsHashEdit PIC ZZZ,ZZZ,ZZZ,ZZ9.
01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadControlAction.
    IF wsCensusDate = 0
        DISPLAY "*************************************************"
        DISPLAY "** NO VALID CENSUS DATE ON HCPARM."
        DISPLAY "** RUN REFUSED - NO RETURN PRODUCED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus NOT = "00"
        DISPLAY "No enrollment file to return - " wsEnrollStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus = "00"
        SET masterOpen TO TRUE
        PERFORM readMasterAction
    ELSE
        SET masterEof TO TRUE
    END-IF.
    OPEN OUTPUT RETURN-FILE.
    OPEN OUTPUT SUMMARY-FILE.
    PERFORM writeSummaryHeadingAction.

    MOVE wsCensusDate TO wsHeaderCensus.
    MOVE wsRunDate TO wsHeaderCreated.
    WRITE ReturnRecord FROM wsHeaderRecord.
    PERFORM readEnrollmentAction.
    PERFORM returnOneEnrollmentAction UNTIL enrollEof.
    MOVE wsDetailCount TO wsTrailerDetails.
    MOVE wsStudentCount TO wsTrailerStudents.
    MOVE wsMaleCount TO wsTrailerMale.
    MOVE wsFemaleCount TO wsTrailerFemale.
    MOVE wsOtherCount TO wsTrailerOther.
    MOVE wsIdHashTotal TO wsTrailerIdHash.
    WRITE ReturnRecord FROM wsTrailerRecord.

    PERFORM writeSummaryBodyAction.
    CLOSE SUMMARY-FILE.
    CLOSE RETURN-FILE.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.
    CLOSE ENROLLMENT-FILE.

    DISPLAY "=====================".
    DISPLAY " Headcount return totals - census " wsCensusDate
    DISPLAY " Detail records   : " wsDetailCount
    DISPLAY " Distinct students: " wsStudentCount
    DISPLAY " Id hash total    : " wsIdHashTotal
    DISPLAY " After census     : " wsAfterCensusCount
    DISPLAY " Other terms      : " wsOtherTermCount
    DISPLAY " Off the master   : " wsMissingCount
    DISPLAY "=====================".
    IF wsMissingCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadControlAction.
*>      The census date is mandatory; the term code is optional.
        MOVE 0 TO wsCensusDate.
        OPEN INPUT CONTROL-FILE.
        IF wsControlStatus = "00"
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CtlCensusDate IS NUMERIC
                        MOVE CtlCensusDate TO wsCensusDate
                    END-IF
                    IF CtlTermCode NOT = SPACES
                        SET termFiltered TO TRUE
                        MOVE CtlTermCode TO wsFilterTerm
                    END-IF
            END-READ
            CLOSE CONTROL-FILE
        END-IF.

    readMasterAction.
        READ STUDENT-MASTER NEXT RECORD
            AT END
                SET masterEof TO TRUE
        END-READ.

    readEnrollmentAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET enrollEof TO TRUE
        END-READ.

    alignMasterAction.
        PERFORM readMasterAction
            UNTIL masterEof
                OR StudentId OF StudentMasterRecord
                    >= EnrollStudentId.

    returnOneEnrollmentAction.
        EVALUATE TRUE
            WHEN EnrollDate > wsCensusDate
                ADD 1 TO wsAfterCensusCount
            WHEN termFiltered AND EnrollTermCode NOT = wsFilterTerm
                ADD 1 TO wsOtherTermCount
            WHEN OTHER
                PERFORM alignMasterAction
                IF NOT masterEof
                    AND StudentId OF StudentMasterRecord
                        = EnrollStudentId
                    PERFORM writeDetailAction
                ELSE
                    PERFORM listMissingStudentAction
                END-IF
        END-EVALUATE.
        PERFORM readEnrollmentAction.

    writeDetailAction.
        PERFORM computeAgeBandAction.
        ADD 1 TO wsDetailCount.
        IF EnrollStudentId NOT = wsLastStudentId
            ADD 1 TO wsStudentCount
            MOVE EnrollStudentId TO wsLastStudentId
        END-IF.
        ADD EnrollStudentId TO wsIdHashTotal.
        MOVE EnrollStudentId TO wsDetailId.
        MOVE wsAgeBand TO wsDetailAgeBand.
        MOVE Gender OF StudentMasterRecord TO wsDetailGender.
        MOVE EnrollCourseCode TO wsDetailCourse.
        MOVE OriginatingOffice OF StudentMasterRecord
            TO wsDetailOffice.
        MOVE EnrollTermCode TO wsDetailTerm.
        MOVE EnrollDate TO wsDetailEnrolled.
        WRITE ReturnRecord FROM wsDetailRecord.
        EVALUATE Gender OF StudentMasterRecord
            WHEN "M"
                ADD 1 TO wsMaleCount
                ADD 1 TO bandMaleCount(bandFoundIndex)
            WHEN "F"
                ADD 1 TO wsFemaleCount
                ADD 1 TO bandFemaleCount(bandFoundIndex)
            WHEN OTHER
                ADD 1 TO wsOtherCount
                ADD 1 TO bandOtherCount(bandFoundIndex)
        END-EVALUATE.

    computeAgeBandAction.
*>      Age in whole years at the census date: a birthday falling
*>      after the census month and day has not been reached yet.
        MOVE 9 TO bandFoundIndex.
        IF DateOfBirth OF StudentMasterRecord IS NUMERIC
            AND DateOfBirth OF StudentMasterRecord > 0
            AND DateOfBirth OF StudentMasterRecord <= wsCensusDate
            MOVE DateOfBirth OF StudentMasterRecord TO wsBirthDate
            COMPUTE wsAgeYears = wsCensusYear - wsBirthYear
            IF wsCensusMonthDay < wsBirthMonthDay
                SUBTRACT 1 FROM wsAgeYears
            END-IF
            EVALUATE TRUE
                WHEN wsAgeYears < 16
                    MOVE 1 TO bandFoundIndex
                WHEN wsAgeYears < 19
                    MOVE 2 TO bandFoundIndex
                WHEN wsAgeYears < 21
                    MOVE 3 TO bandFoundIndex
                WHEN wsAgeYears < 25
                    MOVE 4 TO bandFoundIndex
                WHEN wsAgeYears < 30
                    MOVE 5 TO bandFoundIndex
                WHEN wsAgeYears < 40
                    MOVE 6 TO bandFoundIndex
                WHEN wsAgeYears < 60
                    MOVE 7 TO bandFoundIndex
                WHEN OTHER
                    MOVE 8 TO bandFoundIndex
            END-EVALUATE
        ELSE
            ADD 1 TO wsUnknownAgeCount
        END-IF.
        MOVE bandName(bandFoundIndex) TO wsAgeBand.

    listMissingStudentAction.
        ADD 1 TO wsMissingCount.
        MOVE SPACES TO wsListLine.
        STRING "** Not returned - student " DELIMITED BY SIZE
               EnrollStudentId              DELIMITED BY SIZE
               " on "                       DELIMITED BY SIZE
               EnrollCourseCode             DELIMITED BY SIZE
               " is not on the master"      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.

    writeSummaryHeadingAction.
        MOVE "Statutory headcount return - summary for sign-off"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "=================================================="
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Census date: "  DELIMITED BY SIZE
               wsCensusDate     DELIMITED BY SIZE
               "   Run date: "  DELIMITED BY SIZE
               wsRunDate        DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        IF termFiltered
            MOVE SPACES TO wsListLine
            STRING "Term: "     DELIMITED BY SIZE
                   wsFilterTerm DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE SummaryLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.

    writeSummaryBodyAction.
        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        WRITE SummaryLine FROM wsBandHeading.
        PERFORM writeBandLineAction
            VARYING bandTableIndex FROM 1 BY 1
            UNTIL bandTableIndex > 9.
        MOVE "TOTL" TO wsBandLineName.
        MOVE wsMaleCount TO wsBandLineMale.
        MOVE wsFemaleCount TO wsBandLineFemale.
        MOVE wsOtherCount TO wsBandLineOther.
        MOVE wsDetailCount TO wsBandLineTotal.
        WRITE SummaryLine FROM wsBandLine.

        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Trailer control totals" TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsDetailCount TO wsCountEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Detail records     " DELIMITED BY SIZE
               wsCountEdit             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsStudentCount TO wsCountEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Distinct students  " DELIMITED BY SIZE
               wsCountEdit             DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsIdHashTotal TO wsHashEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Student id hash    " DELIMITED BY SIZE
               wsHashEdit              DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.

        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Not on the return" TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsAfterCensusCount TO wsCountEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Enrolled after census " DELIMITED BY SIZE
               wsCountEdit                DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsOtherTermCount TO wsCountEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Other terms           " DELIMITED BY SIZE
               wsCountEdit                DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        MOVE wsMissingCount TO wsCountEdit.
        MOVE SPACES TO wsListLine.
        STRING "  Student off master    " DELIMITED BY SIZE
               wsCountEdit                DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE SummaryLine FROM wsListLine.
        IF wsUnknownAgeCount > 0
            MOVE wsUnknownAgeCount TO wsCountEdit
            MOVE SPACES TO wsListLine
            STRING "** Returned with age band UNKN: " DELIMITED BY SIZE
                   wsCountEdit                        DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE SummaryLine FROM wsListLine
        END-IF.

        MOVE SPACES TO wsListLine.
        WRITE SummaryLine FROM wsListLine.
        MOVE "Registrar sign-off: ______________________  Date: ________"
            TO wsListLine.
        WRITE SummaryLine FROM wsListLine.

    writeBandLineAction.
        COMPUTE wsBandTotal = bandMaleCount(bandTableIndex)
            + bandFemaleCount(bandTableIndex)
            + bandOtherCount(bandTableIndex).
        MOVE bandName(bandTableIndex) TO wsBandLineName.
        MOVE bandMaleCount(bandTableIndex) TO wsBandLineMale.
        MOVE bandFemaleCount(bandTableIndex) TO wsBandLineFemale.
        MOVE bandOtherCount(bandTableIndex) TO wsBandLineOther.
        MOVE wsBandTotal TO wsBandLineTotal.
        WRITE SummaryLine FROM wsBandLine.
