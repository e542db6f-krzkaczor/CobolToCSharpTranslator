IDENTIFICATION DIVISION.
PROGRAM-ID.  ConcessionReport.

*> Income given up to fee concessions, per category.  Every reduction
*> TuitionBilling applies is recorded on the CONCGVN register; this
*> report totals the register by concession category - the number of
*> enrollments reduced, the full fees they would have paid and the
*> income given up - with each category's description from CONCCAT
*> and a grand total, so finance can see what each concession scheme
*> costs.  The report lands on CONCREP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONCESSION-GIVEN-FILE ASSIGN TO "CONCGVN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsGivenStatus.

    SELECT CATEGORY-FILE ASSIGN TO "CONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCategoryStatus.

    SELECT CONCESSION-REPORT-FILE ASSIGN TO "CONCREP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  CONCESSION-GIVEN-FILE.
01  ConcessionGivenRecord.
    05  GivenStudentId      PIC 9(7).
    05  GivenCourseCode     PIC X(4).
    05  GivenCategory       PIC X(2).
    05  GivenFeeAmount      PIC 9(7).
    05  GivenAmount         PIC 9(7).
    05  GivenRunDate        PIC 9(8).

FD  CATEGORY-FILE.
01  CategoryRecord.
    05  CatCode             PIC X(2).
    05  CatDescription      PIC X(20).
    05  CatType             PIC X.
    05  CatPercent          PIC 9(3)V99.
    05  CatFixedOff         PIC 9(7).
    05  CatEffectiveDate    PIC 9(8).

FD  CONCESSION-REPORT-FILE.
01  ConcessionReportLine    PIC X(80).

WORKING-STORAGE SECTION.
01 wsGivenStatus PIC XX VALUE "00".
01 wsCategoryStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 givenEofSwitch PIC X VALUE "N".
   88 givenEof VALUE "Y".
01 categoryEofSwitch PIC X VALUE "N".
   88 categoryEof VALUE "Y".

*> One line per category code; a code on the register that is no
*> longer on CONCCAT still gets its line, described as unknown.
01 totalTableCount PIC 9(3) VALUE 0.
01 totalTableIndex PIC 9(3) VALUE 0.
01 totalFoundIndex PIC 9(3) VALUE 0.
01 totalDroppedCount PIC 9(5) VALUE 0.
01 totalTable.
    05 totalTableEntry OCCURS 100 TIMES.
        10 totTabCode        PIC X(2).
        10 totTabDescription PIC X(20).
        10 totTabCount       PIC 9(5).
        10 totTabFees        PIC 9(9).
        10 totTabGiven       PIC 9(9).

01 wsLookupCategory PIC X(2) VALUE SPACES.
01 wsRecordsRead PIC 9(7) VALUE 0.
01 grandCount PIC 9(7) VALUE 0.
01 grandFees PIC 9(10) VALUE 0.
01 grandGiven PIC 9(10) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(5)  VALUE "Cat  ".
   05 FILLER PIC X(22) VALUE "Description           ".
   05 FILLER PIC X(8)  VALUE " Enrols ".
   05 FILLER PIC X(12) VALUE "   Full fees".
   05 FILLER PIC X(13) VALUE "  Given up".

01 wsDetailLine.
   05 wsDetailCode        PIC X(2).
   05 FILLER              PIC X(3) VALUE SPACES.
   05 wsDetailDescription PIC X(20).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 wsDetailCount       PIC ZZZZZZ9.
   05 FILLER              PIC X VALUE SPACE.
   05 wsDetailFees        PIC ZZZZZZZZZZ9.
   05 FILLER              PIC X VALUE SPACE.
   05 wsDetailGiven       PIC ZZZZZZZZZZ9.

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadCategoryNamesAction.
    OPEN INPUT CONCESSION-GIVEN-FILE.
    IF wsGivenStatus = "00"
        PERFORM readGivenAction
        PERFORM addGivenAction UNTIL givenEof
        CLOSE CONCESSION-GIVEN-FILE
    ELSE
        DISPLAY "No concessions register on file - " wsGivenStatus
    END-IF.

    OPEN OUTPUT CONCESSION-REPORT-FILE.
    MOVE "Income given up to fee concessions" TO wsListLine.
    WRITE ConcessionReportLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE ConcessionReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ConcessionReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE ConcessionReportLine FROM wsListLine.
    WRITE ConcessionReportLine FROM wsHeadingLine.
    PERFORM writeCategoryLineAction
        VARYING totalTableIndex FROM 1 BY 1
        UNTIL totalTableIndex > totalTableCount.
    MOVE SPACES TO wsListLine.
    WRITE ConcessionReportLine FROM wsListLine.
    MOVE SPACES TO wsDetailLine.
    MOVE "ALL CATEGORIES" TO wsDetailDescription.
    MOVE grandCount TO wsDetailCount.
    MOVE grandFees TO wsDetailFees.
    MOVE grandGiven TO wsDetailGiven.
    WRITE ConcessionReportLine FROM wsDetailLine.
    CLOSE CONCESSION-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Concession report control totals"
    DISPLAY " Register records     : " wsRecordsRead
    DISPLAY " Categories reported  : " totalTableCount
    DISPLAY " Income given up      : " grandGiven
    DISPLAY "=====================".
    IF totalDroppedCount > 0
        DISPLAY "** " totalDroppedCount " record(s) in categories "
            "beyond the table - not in the category lines."
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadCategoryNamesAction.
*>      Later records for a code carry its current description.
        OPEN INPUT CATEGORY-FILE.
        IF wsCategoryStatus = "00"
            PERFORM readCategoryAction
            PERFORM takeCategoryNameAction UNTIL categoryEof
            CLOSE CATEGORY-FILE
        END-IF.

    readCategoryAction.
        READ CATEGORY-FILE
            AT END
                SET categoryEof TO TRUE
        END-READ.

    takeCategoryNameAction.
        MOVE CatCode TO wsLookupCategory.
        PERFORM findTotalEntryAction.
        IF totalFoundIndex > 0
            MOVE CatDescription TO totTabDescription(totalFoundIndex)
        END-IF.
        PERFORM readCategoryAction.

    findTotalEntryAction.
        MOVE 0 TO totalFoundIndex.
        PERFORM VARYING totalTableIndex FROM 1 BY 1
            UNTIL totalTableIndex > totalTableCount
                OR totalFoundIndex > 0
            IF totTabCode(totalTableIndex) = wsLookupCategory
                MOVE totalTableIndex TO totalFoundIndex
            END-IF
        END-PERFORM.
        IF totalFoundIndex = 0
            IF totalTableCount < 100
                ADD 1 TO totalTableCount
                MOVE totalTableCount TO totalFoundIndex
                MOVE wsLookupCategory TO totTabCode(totalFoundIndex)
                MOVE "(not on CONCCAT)"
                    TO totTabDescription(totalFoundIndex)
                MOVE 0 TO totTabCount(totalFoundIndex)
                MOVE 0 TO totTabFees(totalFoundIndex)
                MOVE 0 TO totTabGiven(totalFoundIndex)
            END-IF
        END-IF.

    readGivenAction.
        READ CONCESSION-GIVEN-FILE
            AT END
                SET givenEof TO TRUE
        END-READ.

    addGivenAction.
        ADD 1 TO wsRecordsRead.
        ADD 1 TO grandCount.
        ADD GivenFeeAmount TO grandFees.
        ADD GivenAmount TO grandGiven.
        MOVE GivenCategory TO wsLookupCategory.
        PERFORM findTotalEntryAction.
        IF totalFoundIndex > 0
            ADD 1 TO totTabCount(totalFoundIndex)
            ADD GivenFeeAmount TO totTabFees(totalFoundIndex)
            ADD GivenAmount TO totTabGiven(totalFoundIndex)
        ELSE
            ADD 1 TO totalDroppedCount
        END-IF.
        PERFORM readGivenAction.

    writeCategoryLineAction.
        MOVE totTabCode(totalTableIndex) TO wsDetailCode.
        MOVE totTabDescription(totalTableIndex) TO wsDetailDescription.
        MOVE totTabCount(totalTableIndex) TO wsDetailCount.
        MOVE totTabFees(totalTableIndex) TO wsDetailFees.
        MOVE totTabGiven(totalTableIndex) TO wsDetailGiven.
        WRITE ConcessionReportLine FROM wsDetailLine.
