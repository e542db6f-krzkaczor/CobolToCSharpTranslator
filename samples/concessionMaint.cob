IDENTIFICATION DIVISION.
PROGRAM-ID.  ConcessionMaint.

*> Maintains the fee concessions TuitionBilling applies: the CONCCAT
*> category table (category code, description, and either a
*> percentage off the fee or a fixed amount off it in whole pounds,
*> from an effective date) and the STUCONC file holding the one
*> concession each student is entitled to, with the date it expires.
*> Like the fee schedule, a change to a category's reduction is a new
*> dated record rather than an overwrite, so billing always applies
*> the terms in force on the enrollment date.  Both files are loaded
*> into tables at start-up and rewritten whole on exit, the same way
*> FeeSchedMaint keeps FEESCHED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATEGORY-FILE ASSIGN TO "CONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCategoryStatus.

    SELECT STUDENT-CONCESSION-FILE ASSIGN TO "STUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsConcessionStatus.

DATA DIVISION.
FILE SECTION.
FD  CATEGORY-FILE.
01  CategoryRecord.
    05  CatCode             PIC X(2).
    05  CatDescription      PIC X(20).
    05  CatType             PIC X.
        88 catPercentage    VALUE "P".
        88 catFixedAmount   VALUE "F".
    05  CatPercent          PIC 9(3)V99.
    05  CatFixedOff         PIC 9(7).
    05  CatEffectiveDate    PIC 9(8).

FD  STUDENT-CONCESSION-FILE.
01  StudentConcessionRecord.
    05  ConcStudentId       PIC 9(7).
    05  ConcCategory        PIC X(2).
    05  ConcExpiryDate      PIC 9(8).

WORKING-STORAGE SECTION.
01 wsCategoryStatus PIC XX VALUE "00".
01 wsConcessionStatus PIC XX VALUE "00".

01 categoryEofSwitch PIC X VALUE "N".
   88 categoryEof VALUE "Y".
01 concessionEofSwitch PIC X VALUE "N".
   88 concessionEof VALUE "Y".
01 filesChangedSwitch PIC X VALUE "N".
   88 filesChanged VALUE "Y".

01 categoryTableCount PIC 9(3) VALUE 0.
01 categoryTableIndex PIC 9(3) VALUE 0.
01 categoryFoundIndex PIC 9(3) VALUE 0.
01 categoryTable.
    05 categoryTableEntry OCCURS 100 TIMES.
        10 catTabCode        PIC X(2).
        10 catTabDescription PIC X(20).
        10 catTabType        PIC X.
        10 catTabPercent     PIC 9(3)V99.
        10 catTabFixedOff    PIC 9(7).
        10 catTabDate        PIC 9(8).

01 concessionTableCount PIC 9(4) VALUE 0.
01 concessionTableIndex PIC 9(4) VALUE 0.
01 concessionFoundIndex PIC 9(4) VALUE 0.
01 concessionTable.
    05 concessionTableEntry OCCURS 2000 TIMES.
        10 concTabStudentId PIC 9(7).
        10 concTabCategory  PIC X(2).
        10 concTabExpiry    PIC 9(8).

01 wsNotLoadedCount PIC 9(4) VALUE 0.

01 wsActionAnswer PIC X VALUE SPACE.
   88 categorySelected VALUE "C".
   88 studentSelected  VALUE "S".
   88 removeSelected   VALUE "R".
   88 listSelected     VALUE "L".
   88 exitSelected     VALUE "X".

01 wsCategoryInput PIC X(2) VALUE SPACES.
01 wsDescriptionInput PIC X(20) VALUE SPACES.
01 wsTypeInput PIC X VALUE SPACE.
01 wsPercentInput PIC X(5) VALUE SPACES.
01 wsPercentValue REDEFINES wsPercentInput PIC 9(3)V99.
01 wsAmountInput PIC X(7) VALUE SPACES.
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsStudentIdInput PIC X(7) VALUE SPACES.
01 wsEntryStudentId PIC 9(7) VALUE 0.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Fee concession maintenance".
    DISPLAY "=====================".
    PERFORM loadCategoryTableAction.
    PERFORM loadConcessionTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** CONCESSION FILES HOLD MORE THAN THE TABLES - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILES LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF filesChanged
        PERFORM saveCategoryFileAction
        PERFORM saveConcessionFileAction
        DISPLAY "Concession files saved - " categoryTableCount
            " category record(s), " concessionTableCount
            " student concession(s)."
    ELSE
        DISPLAY "No changes made - concession files left as they were."
    END-IF.
    STOP RUN.

    loadCategoryTableAction.
        MOVE 0 TO categoryTableCount.
        MOVE "N" TO categoryEofSwitch.
        OPEN INPUT CATEGORY-FILE.
        IF wsCategoryStatus = "00"
            PERFORM readCategoryRecordAction
            PERFORM addCategoryEntryAction UNTIL categoryEof
            CLOSE CATEGORY-FILE
        ELSE
            DISPLAY "No category file yet - starting an empty table."
        END-IF.

    readCategoryRecordAction.
        READ CATEGORY-FILE
            AT END
                SET categoryEof TO TRUE
        END-READ.

    addCategoryEntryAction.
        IF categoryTableCount < 100
            ADD 1 TO categoryTableCount
            MOVE CatCode TO catTabCode(categoryTableCount)
            MOVE CatDescription
                TO catTabDescription(categoryTableCount)
            MOVE CatType TO catTabType(categoryTableCount)
            MOVE CatPercent TO catTabPercent(categoryTableCount)
            MOVE CatFixedOff TO catTabFixedOff(categoryTableCount)
            MOVE CatEffectiveDate TO catTabDate(categoryTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readCategoryRecordAction.

    loadConcessionTableAction.
        MOVE 0 TO concessionTableCount.
        MOVE "N" TO concessionEofSwitch.
        OPEN INPUT STUDENT-CONCESSION-FILE.
        IF wsConcessionStatus = "00"
            PERFORM readConcessionRecordAction
            PERFORM addConcessionEntryAction UNTIL concessionEof
            CLOSE STUDENT-CONCESSION-FILE
        END-IF.

    readConcessionRecordAction.
        READ STUDENT-CONCESSION-FILE
            AT END
                SET concessionEof TO TRUE
        END-READ.

    addConcessionEntryAction.
        IF concessionTableCount < 2000
            ADD 1 TO concessionTableCount
            MOVE ConcStudentId
                TO concTabStudentId(concessionTableCount)
            MOVE ConcCategory TO concTabCategory(concessionTableCount)
            MOVE ConcExpiryDate TO concTabExpiry(concessionTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readConcessionRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(C)ategory reduction, (S)tudent concession, "
            "(R)emove concession, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN categorySelected
                PERFORM addCategoryAction
            WHEN studentSelected
                PERFORM setStudentConcessionAction
            WHEN removeSelected
                PERFORM removeStudentConcessionAction
            WHEN listSelected
                PERFORM listConcessionsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter C, S, R, L or X."
        END-EVALUATE.

    addCategoryAction.
        IF categoryTableCount >= 100
            DISPLAY "Category table is full - cannot add a record."
        ELSE
            MOVE SPACES TO wsCategoryInput
            PERFORM UNTIL wsCategoryInput NOT = SPACES
                DISPLAY "Category code (2 characters, e.g. UW, UN, "
                    "ST, HB):"
                ACCEPT wsCategoryInput
            END-PERFORM
            MOVE SPACES TO wsDescriptionInput
            PERFORM UNTIL wsDescriptionInput NOT = SPACES
                DISPLAY "Description:"
                ACCEPT wsDescriptionInput
            END-PERFORM
            MOVE SPACE TO wsTypeInput
            PERFORM UNTIL wsTypeInput = "P" OR "F"
                DISPLAY "(P)ercentage off or (F)ixed amount off?"
                ACCEPT wsTypeInput
            END-PERFORM
            MOVE ZERO TO wsPercentValue
            MOVE ZEROS TO wsAmountInput
            IF wsTypeInput = "P"
                MOVE "N" TO validEntrySwitch
                PERFORM UNTIL validEntry
                    DISPLAY "Percentage off (5 digits, 02500 = 25%):"
                    ACCEPT wsPercentInput
                    IF wsPercentInput IS NUMERIC
                        AND wsPercentValue > 0
                        AND wsPercentValue NOT > 100
                        MOVE "Y" TO validEntrySwitch
                    ELSE
                        DISPLAY "Please enter 00001 to 10000."
                    END-IF
                END-PERFORM
            ELSE
                MOVE "N" TO validEntrySwitch
                PERFORM UNTIL validEntry
                    DISPLAY "Amount off (7 digits, whole pounds):"
                    ACCEPT wsAmountInput
                    IF wsAmountInput IS NUMERIC
                        AND wsAmountInput > ZERO
                        MOVE "Y" TO validEntrySwitch
                    ELSE
                        DISPLAY "Please enter 7 digits, more than zero."
                    END-IF
                END-PERFORM
            END-IF
            MOVE "N" TO validEntrySwitch
            PERFORM UNTIL validEntry
                DISPLAY "Effective date (YYYYMMDD):"
                ACCEPT wsDateInput
                IF wsDateInput IS NUMERIC
                    MOVE "Y" TO validEntrySwitch
                ELSE
                    DISPLAY "Please enter 8 digits."
                END-IF
            END-PERFORM
            ADD 1 TO categoryTableCount
            MOVE wsCategoryInput TO catTabCode(categoryTableCount)
            MOVE wsDescriptionInput
                TO catTabDescription(categoryTableCount)
            MOVE wsTypeInput TO catTabType(categoryTableCount)
            MOVE wsPercentValue TO catTabPercent(categoryTableCount)
            MOVE wsAmountInput TO catTabFixedOff(categoryTableCount)
            MOVE wsDateInput TO catTabDate(categoryTableCount)
            SET filesChanged TO TRUE
            DISPLAY "Category " wsCategoryInput " effective "
                wsDateInput " added."
        END-IF.

    setStudentConcessionAction.
*>      A student holds one concession at a time; setting a new one
*>      replaces whatever they had.
        PERFORM acceptStudentIdAction.
        MOVE SPACES TO wsCategoryInput.
        MOVE 0 TO categoryFoundIndex.
        PERFORM UNTIL categoryFoundIndex > 0
            DISPLAY "Concession category:"
            ACCEPT wsCategoryInput
            PERFORM findCategoryAction
            IF categoryFoundIndex = 0
                DISPLAY "Category " wsCategoryInput
                    " is not on the category table."
            END-IF
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Expiry date (YYYYMMDD):"
            ACCEPT wsDateInput
            IF wsDateInput IS NUMERIC
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 8 digits."
            END-IF
        END-PERFORM.
        PERFORM findStudentConcessionAction.
        IF concessionFoundIndex = 0
            IF concessionTableCount >= 2000
                DISPLAY "Concession table is full - not recorded."
            ELSE
                ADD 1 TO concessionTableCount
                MOVE concessionTableCount TO concessionFoundIndex
            END-IF
        END-IF.
        IF concessionFoundIndex > 0
            MOVE wsEntryStudentId
                TO concTabStudentId(concessionFoundIndex)
            MOVE wsCategoryInput TO concTabCategory(concessionFoundIndex)
            MOVE wsDateInput TO concTabExpiry(concessionFoundIndex)
            SET filesChanged TO TRUE
            DISPLAY "Student " wsEntryStudentId " has concession "
                wsCategoryInput " until " wsDateInput "."
        END-IF.

    removeStudentConcessionAction.
        PERFORM acceptStudentIdAction.
        PERFORM findStudentConcessionAction.
        IF concessionFoundIndex = 0
            DISPLAY "Student " wsEntryStudentId " has no concession."
        ELSE
*>          Close the gap so the table stays dense for the rewrite.
            PERFORM VARYING concessionTableIndex
                FROM concessionFoundIndex BY 1
                UNTIL concessionTableIndex >= concessionTableCount
                MOVE concessionTableEntry(concessionTableIndex + 1)
                    TO concessionTableEntry(concessionTableIndex)
            END-PERFORM
            SUBTRACT 1 FROM concessionTableCount
            SET filesChanged TO TRUE
            DISPLAY "Concession removed for " wsEntryStudentId "."
        END-IF.

    acceptStudentIdAction.
        MOVE SPACES TO wsStudentIdInput.
        PERFORM UNTIL wsStudentIdInput IS NUMERIC
            DISPLAY "Student id (7 digits):"
            ACCEPT wsStudentIdInput
        END-PERFORM.
        MOVE wsStudentIdInput TO wsEntryStudentId.

    findCategoryAction.
        MOVE 0 TO categoryFoundIndex.
        PERFORM VARYING categoryTableIndex FROM 1 BY 1
            UNTIL categoryTableIndex > categoryTableCount
            IF catTabCode(categoryTableIndex) = wsCategoryInput
                MOVE categoryTableIndex TO categoryFoundIndex
            END-IF
        END-PERFORM.

    findStudentConcessionAction.
        MOVE 0 TO concessionFoundIndex.
        PERFORM VARYING concessionTableIndex FROM 1 BY 1
            UNTIL concessionTableIndex > concessionTableCount
            IF concTabStudentId(concessionTableIndex)
                    = wsEntryStudentId
                MOVE concessionTableIndex TO concessionFoundIndex
            END-IF
        END-PERFORM.

    listConcessionsAction.
        DISPLAY " Categories:".
        PERFORM listOneCategoryAction
            VARYING categoryTableIndex FROM 1 BY 1
            UNTIL categoryTableIndex > categoryTableCount.
        DISPLAY " Student concessions:".
        PERFORM listOneConcessionAction
            VARYING concessionTableIndex FROM 1 BY 1
            UNTIL concessionTableIndex > concessionTableCount.

    listOneCategoryAction.
        IF catTabType(categoryTableIndex) = "P"
            DISPLAY "  " catTabCode(categoryTableIndex)
                " " catTabDescription(categoryTableIndex)
                " percent=" catTabPercent(categoryTableIndex)
                " from " catTabDate(categoryTableIndex)
        ELSE
            DISPLAY "  " catTabCode(categoryTableIndex)
                " " catTabDescription(categoryTableIndex)
                " amount=" catTabFixedOff(categoryTableIndex)
                " from " catTabDate(categoryTableIndex)
        END-IF.

    listOneConcessionAction.
        DISPLAY "  " concTabStudentId(concessionTableIndex)
            " " concTabCategory(concessionTableIndex)
            " until " concTabExpiry(concessionTableIndex).

    saveCategoryFileAction.
        OPEN OUTPUT CATEGORY-FILE.
        PERFORM writeOneCategoryAction
            VARYING categoryTableIndex FROM 1 BY 1
            UNTIL categoryTableIndex > categoryTableCount.
        CLOSE CATEGORY-FILE.

    writeOneCategoryAction.
        MOVE catTabCode(categoryTableIndex) TO CatCode.
        MOVE catTabDescription(categoryTableIndex) TO CatDescription.
        MOVE catTabType(categoryTableIndex) TO CatType.
        MOVE catTabPercent(categoryTableIndex) TO CatPercent.
        MOVE catTabFixedOff(categoryTableIndex) TO CatFixedOff.
        MOVE catTabDate(categoryTableIndex) TO CatEffectiveDate.
        WRITE CategoryRecord.

    saveConcessionFileAction.
        OPEN OUTPUT STUDENT-CONCESSION-FILE.
        PERFORM writeOneConcessionAction
            VARYING concessionTableIndex FROM 1 BY 1
            UNTIL concessionTableIndex > concessionTableCount.
        CLOSE STUDENT-CONCESSION-FILE.

    writeOneConcessionAction.
        MOVE concTabStudentId(concessionTableIndex) TO ConcStudentId.
        MOVE concTabCategory(concessionTableIndex) TO ConcCategory.
        MOVE concTabExpiry(concessionTableIndex) TO ConcExpiryDate.
        WRITE StudentConcessionRecord.
