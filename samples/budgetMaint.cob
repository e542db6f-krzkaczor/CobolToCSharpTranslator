*> Budgets can be added, amended and listed; the file is loaded into
*> a table at start-up and rewritten whole on exit, the same way
*> CourseMaint updates the catalog.
*>
*> Modification history:
*> - Budgets now carry pounds and pence: SIGNBUDG amounts are
*>   S9(7)V99, keyed as pounds with an optional point and two digits
*>   of pence, and listed to the penny.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  BudgetRecord.
    05  BudgAccountId PIC X(8).
    05  BudgPeriod    PIC 9(6).
    05  BudgAmount    PIC S9(7)V99.

WORKING-STORAGE SECTION.
01 wsBudgetStatus PIC XX VALUE "00".
    05 budgTableEntry OCCURS 500 TIMES.
        10 budgTabAccount PIC X(8).
        10 budgTabPeriod  PIC 9(6).
        10 budgTabAmount  PIC S9(7)V99.

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".

01 wsAccountInput PIC X(8) VALUE SPACES.
01 wsPeriodInput PIC X(6) VALUE SPACES.
01 wsAmountInput PIC X(11) VALUE SPACES.
01 wsEntryPeriod PIC 9(6) VALUE 0.
01 wsEntryAmount PIC S9(7)V99 VALUE 0.
01 wsEditedAmount PIC -(7)9.99.

*> A keyed amount, less any sign, is split at the point into pounds
*> and pence.
01 wsAmountDigits PIC X(10) VALUE SPACES.
01 wsPoundsInput PIC X(7) VALUE SPACES.
01 wsPenceInput PIC X(2) VALUE SPACES.
01 wsPoundsLength PIC 9(2) VALUE 0.
01 wsPenceLength PIC 9(2) VALUE 0.
01 wsAmountPointer PIC 9(2) VALUE 1.
01 wsAmountPounds PIC 9(7) VALUE 0.
01 wsAmountPence PIC 99 VALUE 0.
01 amountParsedSwitch PIC X VALUE "N".
   88 amountParsed VALUE "Y".
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".

        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Budgeted amount (pounds and pence, - prefix "
                "for debit):"
            ACCEPT wsAmountInput
            IF wsAmountInput(1:1) = "-"
                MOVE wsAmountInput(2:10) TO wsAmountDigits
            ELSE
                MOVE wsAmountInput(1:10) TO wsAmountDigits
            END-IF
            PERFORM parseAmountAction
            IF amountParsed
                IF wsAmountInput(1:1) = "-"
                    COMPUTE wsEntryAmount = 0 - wsEntryAmount
                END-IF
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter up to 7 digits of pounds, "
                    "optionally a point and 2 digits of pence, "
                    "after an optional - sign."
            END-IF
        END-PERFORM.

    parseAmountAction.
*>      Pounds, then optionally a point and exactly two digits of
*>      pence; nothing may follow but spaces.
        MOVE "N" TO amountParsedSwitch.
        MOVE SPACES TO wsPoundsInput.
        MOVE SPACES TO wsPenceInput.
        MOVE 0 TO wsPoundsLength.
        MOVE 0 TO wsPenceLength.
        MOVE 1 TO wsAmountPointer.
        UNSTRING wsAmountDigits DELIMITED BY "." OR ALL SPACE
            INTO wsPoundsInput COUNT IN wsPoundsLength
                 wsPenceInput COUNT IN wsPenceLength
            WITH POINTER wsAmountPointer
        END-UNSTRING.
        IF wsPoundsLength > 0 AND wsPoundsLength < 8
            AND (wsPenceLength = 0 OR wsPenceLength = 2)
            IF wsPoundsInput(1:wsPoundsLength) IS NUMERIC
                AND (wsPenceLength = 0 OR wsPenceInput IS NUMERIC)
                SET amountParsed TO TRUE
                IF wsAmountPointer < 11
                    IF wsAmountDigits(wsAmountPointer:) NOT = SPACES
                        MOVE "N" TO amountParsedSwitch
                    END-IF
                END-IF
            END-IF
        END-IF.
        IF amountParsed
            MOVE wsPoundsInput(1:wsPoundsLength) TO wsAmountPounds
            MOVE 0 TO wsAmountPence
            IF wsPenceLength = 2
                MOVE wsPenceInput TO wsAmountPence
            END-IF
            COMPUTE wsEntryAmount = wsAmountPounds + wsAmountPence / 100
        END-IF.
        PERFORM findBudgetAction.
        IF budgFoundIndex > 0
            MOVE wsEntryAmount TO budgTabAmount(budgFoundIndex)
            UNTIL budgTableIndex > budgTableCount.

    listOneBudgetAction.
        MOVE budgTabAmount(budgTableIndex) TO wsEditedAmount.
        DISPLAY "  " budgTabAccount(budgTableIndex)
            " " budgTabPeriod(budgTableIndex)
            " budget " wsEditedAmount.

    saveBudgetFileAction.
        OPEN OUTPUT BUDGET-FILE.
