IDENTIFICATION DIVISION.
PROGRAM-ID.  VatCodeMaint.

*> Maintains the VATCODES table SignedArith splits VAT-coded postings
*> by.  Each entry is a VAT code, its rate as a percentage to two
*> decimals, the date the rate takes effect and a description for
*> the VatReturn report.  A rate change is a new entry for the code
*> with a new effective date - the old entry stays, so postings dated
*> before the change are still split at the rate in force at the
*> time.  Setting a code for a date it already has replaces that
*> entry.  A rate back-dated before today must be confirmed, since it
*> alters the split of any posting still to be run for those dates.
*> The file is loaded into a table at start-up and rewritten whole on
*> exit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VAT-CODE-FILE ASSIGN TO "VATCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsVatCodeStatus.

DATA DIVISION.
FILE SECTION.
FD  VAT-CODE-FILE.
01  VatCodeRecord.
    COPY VATCODE.

WORKING-STORAGE SECTION.
01 wsVatCodeStatus PIC XX VALUE "00".

01 vatCodeEofSwitch PIC X VALUE "N".
   88 vatCodeEof VALUE "Y".
01 codesChangedSwitch PIC X VALUE "N".
   88 codesChanged VALUE "Y".

01 vatTableCount PIC 9(2) VALUE 0.
01 vatTableIndex PIC 9(2) VALUE 0.
01 vatFoundIndex PIC 9(2) VALUE 0.
01 vatTable.
    05 vatTableEntry OCCURS 50 TIMES.
        10 vatTabCode        PIC X(2).
        10 vatTabRate        PIC 9(2)V99.
        10 vatTabDate        PIC 9(8).
        10 vatTabDescription PIC X(20).

01 wsActionAnswer PIC X VALUE SPACE.
   88 setSelected  VALUE "S".
   88 listSelected VALUE "L".
   88 exitSelected VALUE "X".

01 wsCodeInput PIC X(2) VALUE SPACES.
01 wsRateInput PIC X(4) VALUE SPACES.
01 wsRateInputNumeric REDEFINES wsRateInput PIC 9(2)V99.
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsDescriptionInput PIC X(20) VALUE SPACES.
01 wsNewRate PIC 9(2)V99 VALUE 0.
01 wsNewDate PIC 9(8) VALUE 0.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".
01 wsConfirmAnswer PIC X VALUE SPACE.
01 entryAcceptedSwitch PIC X VALUE "N".
   88 entryAccepted VALUE "Y".
01 wsEditedRate PIC Z9.99.
01 wsRunDate PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " VAT code maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadVatTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF codesChanged
        PERFORM saveVatFileAction
        DISPLAY "VAT code table saved - " vatTableCount
            " entr(ies) on file."
    ELSE
        DISPLAY "No changes made - VAT code table left as it was."
    END-IF.
    STOP RUN.

    loadVatTableAction.
        MOVE 0 TO vatTableCount.
        MOVE "N" TO vatCodeEofSwitch.
        OPEN INPUT VAT-CODE-FILE.
        IF wsVatCodeStatus = "00"
            PERFORM readVatCodeAction
            PERFORM addVatEntryAction UNTIL vatCodeEof
            CLOSE VAT-CODE-FILE
        ELSE
            DISPLAY "No VAT code table yet - starting an empty table."
        END-IF.

    readVatCodeAction.
        READ VAT-CODE-FILE
            AT END
                SET vatCodeEof TO TRUE
        END-READ.

    addVatEntryAction.
        IF vatTableCount < 50
            ADD 1 TO vatTableCount
            MOVE VatCode TO vatTabCode(vatTableCount)
            MOVE VatRate TO vatTabRate(vatTableCount)
            MOVE VatEffectiveDate TO vatTabDate(vatTableCount)
            MOVE VatDescription TO vatTabDescription(vatTableCount)
        END-IF.
        PERFORM readVatCodeAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(S)et a VAT rate, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN setSelected
                PERFORM setVatRateAction
            WHEN listSelected
                PERFORM listVatCodesAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter S, L or X."
        END-EVALUATE.

    setVatRateAction.
        MOVE SPACES TO wsCodeInput.
        PERFORM UNTIL wsCodeInput NOT = SPACES
            DISPLAY "VAT code (2 characters):"
            ACCEPT wsCodeInput
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Rate % (4 digits, last 2 are decimals - 2000 "
                "for 20%, 0000 for zero-rated):"
            ACCEPT wsRateInput
            IF wsRateInput IS NUMERIC
                MOVE wsRateInputNumeric TO wsNewRate
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 4 digits."
            END-IF
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Effective date (YYYYMMDD):"
            ACCEPT wsDateInput
            IF wsDateInput IS NUMERIC
                MOVE wsDateInput TO wsNewDate
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 8 digits."
            END-IF
        END-PERFORM.
        MOVE SPACES TO wsDescriptionInput.
        PERFORM UNTIL wsDescriptionInput NOT = SPACES
            DISPLAY "Description (up to 20 characters):"
            ACCEPT wsDescriptionInput
        END-PERFORM.
        PERFORM findVatEntryAction.
        SET entryAccepted TO TRUE.
        IF wsNewDate < wsRunDate
            PERFORM confirmBackDatedAction
        END-IF.
        IF entryAccepted
            PERFORM applyVatEntryAction
        ELSE
            DISPLAY "VAT code " wsCodeInput " not changed."
        END-IF.

    confirmBackDatedAction.
*>      A back-dated rate changes how any posting for those dates
*>      still waiting on SIGNPOST is split.
        DISPLAY "** The effective date is before today - postings "
            "from " wsNewDate " not yet run will be split at it. **".
        DISPLAY "Accept the rate anyway (Y/N)?".
        ACCEPT wsConfirmAnswer.
        IF wsConfirmAnswer NOT = "Y" AND wsConfirmAnswer NOT = "y"
            MOVE "N" TO entryAcceptedSwitch
        END-IF.

    applyVatEntryAction.
        IF vatFoundIndex > 0
            MOVE wsNewRate TO vatTabRate(vatFoundIndex)
            MOVE wsDescriptionInput TO vatTabDescription(vatFoundIndex)
            DISPLAY "VAT code " wsCodeInput " from " wsNewDate
                " replaced."
            SET codesChanged TO TRUE
        ELSE
            IF vatTableCount >= 50
                DISPLAY "VAT code table is full - cannot add another."
            ELSE
                ADD 1 TO vatTableCount
                MOVE wsCodeInput TO vatTabCode(vatTableCount)
                MOVE wsNewRate TO vatTabRate(vatTableCount)
                MOVE wsNewDate TO vatTabDate(vatTableCount)
                MOVE wsDescriptionInput
                    TO vatTabDescription(vatTableCount)
                DISPLAY "VAT code " wsCodeInput " from " wsNewDate
                    " added."
                SET codesChanged TO TRUE
            END-IF
        END-IF.

    findVatEntryAction.
        MOVE 0 TO vatFoundIndex.
        PERFORM VARYING vatTableIndex FROM 1 BY 1
            UNTIL vatTableIndex > vatTableCount
            IF vatTabCode(vatTableIndex) = wsCodeInput
                AND vatTabDate(vatTableIndex) = wsNewDate
                MOVE vatTableIndex TO vatFoundIndex
            END-IF
        END-PERFORM.

    listVatCodesAction.
        PERFORM listOneVatCodeAction
            VARYING vatTableIndex FROM 1 BY 1
            UNTIL vatTableIndex > vatTableCount.

    listOneVatCodeAction.
        MOVE vatTabRate(vatTableIndex) TO wsEditedRate.
        DISPLAY "  " vatTabCode(vatTableIndex)
            " " wsEditedRate "%"
            " from " vatTabDate(vatTableIndex)
            "  " vatTabDescription(vatTableIndex).

    saveVatFileAction.
        OPEN OUTPUT VAT-CODE-FILE.
        PERFORM writeOneVatCodeAction
            VARYING vatTableIndex FROM 1 BY 1
            UNTIL vatTableIndex > vatTableCount.
        CLOSE VAT-CODE-FILE.

    writeOneVatCodeAction.
        MOVE vatTabCode(vatTableIndex) TO VatCode.
        MOVE vatTabRate(vatTableIndex) TO VatRate.
        MOVE vatTabDate(vatTableIndex) TO VatEffectiveDate.
        MOVE vatTabDescription(vatTableIndex) TO VatDescription.
        WRITE VatCodeRecord.
