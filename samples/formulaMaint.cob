IDENTIFICATION DIVISION.
PROGRAM-ID.  FormulaMaint.

*> Maintains the ARITHFRM formula library ArithBatch works formula
*> transactions from.  Each formula is held once under a name: up to
*> five variable names, an infix expression over them (numbers,
*> + - * /, parentheses), a description and a version number.
*> Setting a formula that is already on file with a different
*> expression or variable list makes it the next version; changing
*> only the description keeps the version.  Every expression is
*> checked by FormulaEval before it is accepted, and the column it
*> goes wrong at is pointed out.  A new or changed version cannot be
*> used by ArithBatch until it has been tested here: Test asks for a
*> value for each variable, works the formula through FormulaEval in
*> the rounding mode the batch run uses (its ROUNDING-MODE setting
*> on the PARMMAST parameter master), and when the
*> answer is confirmed as right records the date on the formula.
*> The file is loaded into a table at start-up and rewritten whole
*> on exit.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries the rounding mode
*>   from the old ARITHPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORMULA-LIBRARY-FILE ASSIGN TO "ARITHFRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFormulaStatus.

DATA DIVISION.
FILE SECTION.
FD  FORMULA-LIBRARY-FILE.
01  FormulaLibraryRecord.
    COPY ARITHFRM.

WORKING-STORAGE SECTION.
01 wsFormulaStatus   PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".

01 formulaEofSwitch PIC X VALUE "N".
   88 formulaEof VALUE "Y".
01 formulasChangedSwitch PIC X VALUE "N".
   88 formulasChanged VALUE "Y".

01 formulaTableCount PIC 9(3) VALUE 0.
01 formulaTableIndex PIC 9(3) VALUE 0.
01 formulaFoundIndex PIC 9(3) VALUE 0.
01 formulaTable.
   05 formulaTableEntry OCCURS 100 TIMES.
      10 formulaTabName        PIC X(12).
      10 formulaTabVersion     PIC 9(3).
      10 formulaTabVariable OCCURS 5 TIMES PIC X(8).
      10 formulaTabExpression  PIC X(80).
      10 formulaTabDescription PIC X(30).
      10 formulaTabChangedDate PIC 9(8).
      10 formulaTabTestedDate  PIC 9(8).

01 wsActionAnswer PIC X VALUE SPACE.
   88 setSelected  VALUE "S".
   88 testSelected VALUE "T".
   88 listSelected VALUE "L".
   88 exitSelected VALUE "X".

01 wsLowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 wsUpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

01 wsNameInput PIC X(12) VALUE SPACES.
01 wsDescriptionInput PIC X(30) VALUE SPACES.
01 wsExpressionInput PIC X(80) VALUE SPACES.
01 wsVariableInput PIC X(8) VALUE SPACES.
01 newVariables.
   05 newVariableName OCCURS 5 TIMES PIC X(8).
01 variableIndex PIC 9 VALUE 0.
01 variableCount PIC 9 VALUE 0.
01 variableCheckIndex PIC 9 VALUE 0.
01 nameLength PIC 9(2) VALUE 0.
01 nameIndex PIC 9(2) VALUE 0.
01 variablesDoneSwitch PIC X VALUE "N".
   88 variablesDone VALUE "Y".
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".
01 abandonSwitch PIC X VALUE "N".
   88 entryAbandoned VALUE "Y".
01 wsConfirmAnswer PIC X VALUE SPACE.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsRoundingMode PIC X VALUE "T".

01 parmLookArea.
    COPY PARMLOOK.

01 wsValueEntry PIC X(10) VALUE SPACES.
01 wsValueInput PIC X(9) VALUE SPACES.
01 wsValueInputNumeric REDEFINES wsValueInput PIC 9(7)V99.
01 wsEditedValue PIC -(7)9.99.
01 wsPointerLine PIC X(80) VALUE SPACES.

01 FormulaEvalArea.
   COPY FORMEVAL.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Formula library maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM readRoundingModeParameterAction.
    PERFORM loadFormulaTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF formulasChanged
        PERFORM saveFormulaFileAction
        DISPLAY "Formula library saved - " formulaTableCount
            " formula(s) on file."
    ELSE
        DISPLAY "No changes made - formula library left as it was."
    END-IF.
    STOP RUN.

    readRoundingModeParameterAction.
*>      Tests are worked in the rounding mode the batch run will use.
        MOVE "ArithBatch" TO ParmLookProgram.
        MOVE "ROUNDING-MODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO wsRoundingMode
        END-IF.

    loadFormulaTableAction.
        MOVE 0 TO formulaTableCount.
        MOVE "N" TO formulaEofSwitch.
        OPEN INPUT FORMULA-LIBRARY-FILE.
        IF wsFormulaStatus = "00"
            PERFORM readFormulaAction
            PERFORM addFormulaEntryAction UNTIL formulaEof
            CLOSE FORMULA-LIBRARY-FILE
        ELSE
            DISPLAY "No formula library yet - starting an empty one."
        END-IF.

    readFormulaAction.
        READ FORMULA-LIBRARY-FILE
            AT END
                SET formulaEof TO TRUE
        END-READ.

    addFormulaEntryAction.
        IF formulaTableCount < 100
            ADD 1 TO formulaTableCount
            MOVE FormulaName TO formulaTabName(formulaTableCount)
            MOVE FormulaVersion TO formulaTabVersion(formulaTableCount)
            PERFORM VARYING variableIndex FROM 1 BY 1
                UNTIL variableIndex > 5
                MOVE FormulaVariableName(variableIndex)
                    TO formulaTabVariable(formulaTableCount,
                        variableIndex)
            END-PERFORM
            MOVE FormulaExpression
                TO formulaTabExpression(formulaTableCount)
            MOVE FormulaDescription
                TO formulaTabDescription(formulaTableCount)
            MOVE FormulaChangedDate
                TO formulaTabChangedDate(formulaTableCount)
            MOVE FormulaTestedDate
                TO formulaTabTestedDate(formulaTableCount)
        END-IF.
        PERFORM readFormulaAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(S)et a formula, (T)est a formula, (L)ist, "
            "e(X)it and save?".
        ACCEPT wsActionAnswer.
        INSPECT wsActionAnswer CONVERTING wsLowerCase TO wsUpperCase.
        EVALUATE TRUE
            WHEN setSelected
                PERFORM setFormulaAction
            WHEN testSelected
                PERFORM testFormulaAction
            WHEN listSelected
                PERFORM listFormulasAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter S, T, L or X."
        END-EVALUATE.

    setFormulaAction.
        MOVE SPACES TO wsNameInput.
        PERFORM UNTIL wsNameInput NOT = SPACES
            DISPLAY "Formula name (up to 12 characters):"
            ACCEPT wsNameInput
        END-PERFORM.
        INSPECT wsNameInput CONVERTING wsLowerCase TO wsUpperCase.
        PERFORM findFormulaAction.
        IF formulaFoundIndex > 0
            DISPLAY "Formula " wsNameInput " is at version "
                formulaTabVersion(formulaFoundIndex) ":"
            DISPLAY "  " formulaTabExpression(formulaFoundIndex)
        END-IF.
        MOVE SPACES TO wsDescriptionInput.
        PERFORM UNTIL wsDescriptionInput NOT = SPACES
            DISPLAY "Description (up to 30 characters):"
            ACCEPT wsDescriptionInput
        END-PERFORM.
        PERFORM acceptVariableNamesAction.
        MOVE "N" TO abandonSwitch.
        MOVE "N" TO validEntrySwitch.
        PERFORM acceptExpressionAction
            UNTIL validEntry OR entryAbandoned.
        IF entryAbandoned
            DISPLAY "Formula " wsNameInput " not changed."
        ELSE
            PERFORM applyFormulaAction
        END-IF.

    acceptVariableNamesAction.
*>      Names are letters and digits, starting with a letter; the
*>      order given is the order a transaction supplies values in.
        MOVE SPACES TO newVariables.
        MOVE 0 TO variableCount.
        MOVE "N" TO variablesDoneSwitch.
        PERFORM UNTIL variablesDone
            DISPLAY "Variable name (up to 8 characters, blank when "
                "there are no more):"
            ACCEPT wsVariableInput
            INSPECT wsVariableInput
                CONVERTING wsLowerCase TO wsUpperCase
            MOVE "N" TO validEntrySwitch
            EVALUATE TRUE
                WHEN wsVariableInput = SPACES
                    SET variablesDone TO TRUE
                WHEN wsVariableInput(1:1) < "A"
                    OR wsVariableInput(1:1) > "Z"
                    DISPLAY "A variable name must start with a letter."
                WHEN OTHER
                    PERFORM checkVariableNameAction
            END-EVALUATE
            IF validEntry
                PERFORM addVariableNameAction
            END-IF
        END-PERFORM.

    addVariableNameAction.
        MOVE 0 TO variableCheckIndex.
        PERFORM VARYING variableIndex FROM 1 BY 1
            UNTIL variableIndex > variableCount
            IF newVariableName(variableIndex) = wsVariableInput
                MOVE variableIndex TO variableCheckIndex
            END-IF
        END-PERFORM.
        IF variableCheckIndex > 0
            DISPLAY "That name is already in the list."
        ELSE
            ADD 1 TO variableCount
            MOVE wsVariableInput TO newVariableName(variableCount)
            IF variableCount >= 5
                SET variablesDone TO TRUE
            END-IF
        END-IF.

    checkVariableNameAction.
*>      Letters and digits only, with no gap - anything else could
*>      never be matched by a name in an expression.
        SET validEntry TO TRUE.
        MOVE 0 TO nameLength.
        INSPECT wsVariableInput TALLYING nameLength
            FOR CHARACTERS BEFORE INITIAL SPACE.
        PERFORM VARYING nameIndex FROM 1 BY 1 UNTIL nameIndex > 8
            IF nameIndex > nameLength
                IF wsVariableInput(nameIndex:1) NOT = SPACE
                    MOVE "N" TO validEntrySwitch
                END-IF
            ELSE
                IF NOT (wsVariableInput(nameIndex:1) IS NUMERIC
                    OR (wsVariableInput(nameIndex:1) >= "A"
                        AND wsVariableInput(nameIndex:1) <= "Z"))
                    MOVE "N" TO validEntrySwitch
                END-IF
            END-IF
        END-PERFORM.
        IF NOT validEntry
            DISPLAY "A variable name is letters and digits only."
        END-IF.

    acceptExpressionAction.
        DISPLAY "Expression (blank to abandon):".
        ACCEPT wsExpressionInput.
        IF wsExpressionInput = SPACES
            SET entryAbandoned TO TRUE
        ELSE
            INSPECT wsExpressionInput
                CONVERTING wsLowerCase TO wsUpperCase
            SET FevCheckOnly TO TRUE
            MOVE wsExpressionInput TO FevExpression
            PERFORM VARYING variableIndex FROM 1 BY 1
                UNTIL variableIndex > 5
                MOVE newVariableName(variableIndex)
                    TO FevVariableName(variableIndex)
                MOVE 0 TO FevVariableValue(variableIndex)
            END-PERFORM
            MOVE wsRoundingMode TO FevRoundingMode
            CALL "FormulaEval" USING FormulaEvalArea
            IF FevExpressionError
                PERFORM showExpressionErrorAction
            ELSE
                SET validEntry TO TRUE
            END-IF
        END-IF.

    showExpressionErrorAction.
        MOVE SPACES TO wsPointerLine.
        IF FevErrorPosition > 0
            MOVE "^" TO wsPointerLine(FevErrorPosition:1)
        END-IF.
        DISPLAY "  " FevExpression.
        DISPLAY "  " wsPointerLine.
        DISPLAY "** Expression not accepted - " FevErrorText " **".

    applyFormulaAction.
*>      A change to the working of a formula is a new version and
*>      has to be tested again before the batch run will use it.
        IF formulaFoundIndex > 0
            MOVE wsDescriptionInput
                TO formulaTabDescription(formulaFoundIndex)
            IF formulaTabExpression(formulaFoundIndex)
                    NOT = wsExpressionInput
                OR formulaTabVariable(formulaFoundIndex, 1)
                    NOT = newVariableName(1)
                OR formulaTabVariable(formulaFoundIndex, 2)
                    NOT = newVariableName(2)
                OR formulaTabVariable(formulaFoundIndex, 3)
                    NOT = newVariableName(3)
                OR formulaTabVariable(formulaFoundIndex, 4)
                    NOT = newVariableName(4)
                OR formulaTabVariable(formulaFoundIndex, 5)
                    NOT = newVariableName(5)
                IF formulaTabVersion(formulaFoundIndex) = 999
                    MOVE 1 TO formulaTabVersion(formulaFoundIndex)
                ELSE
                    ADD 1 TO formulaTabVersion(formulaFoundIndex)
                END-IF
                PERFORM storeFormulaWorkingAction
                DISPLAY "Formula " wsNameInput " is now version "
                    formulaTabVersion(formulaFoundIndex)
                    " - test it before the batch run can use it."
            ELSE
                DISPLAY "Formula " wsNameInput
                    " description changed - version unchanged."
            END-IF
            SET formulasChanged TO TRUE
        ELSE
            IF formulaTableCount >= 100
                DISPLAY "Formula library is full - cannot add another."
            ELSE
                ADD 1 TO formulaTableCount
                MOVE formulaTableCount TO formulaFoundIndex
                MOVE wsNameInput TO formulaTabName(formulaFoundIndex)
                MOVE 1 TO formulaTabVersion(formulaFoundIndex)
                MOVE wsDescriptionInput
                    TO formulaTabDescription(formulaFoundIndex)
                PERFORM storeFormulaWorkingAction
                DISPLAY "Formula " wsNameInput " added as version 001"
                    " - test it before the batch run can use it."
                SET formulasChanged TO TRUE
            END-IF
        END-IF.

    storeFormulaWorkingAction.
        MOVE wsExpressionInput
            TO formulaTabExpression(formulaFoundIndex).
        PERFORM VARYING variableIndex FROM 1 BY 1
            UNTIL variableIndex > 5
            MOVE newVariableName(variableIndex)
                TO formulaTabVariable(formulaFoundIndex, variableIndex)
        END-PERFORM.
        MOVE wsRunDate TO formulaTabChangedDate(formulaFoundIndex).
        MOVE 0 TO formulaTabTestedDate(formulaFoundIndex).

    testFormulaAction.
        MOVE SPACES TO wsNameInput.
        PERFORM UNTIL wsNameInput NOT = SPACES
            DISPLAY "Formula name to test:"
            ACCEPT wsNameInput
        END-PERFORM.
        INSPECT wsNameInput CONVERTING wsLowerCase TO wsUpperCase.
        PERFORM findFormulaAction.
        IF formulaFoundIndex = 0
            DISPLAY "Formula " wsNameInput " is not on the library."
        ELSE
            DISPLAY "Formula " wsNameInput " version "
                formulaTabVersion(formulaFoundIndex) ":"
            DISPLAY "  " formulaTabExpression(formulaFoundIndex)
            SET FevEvaluate TO TRUE
            MOVE formulaTabExpression(formulaFoundIndex)
                TO FevExpression
            PERFORM acceptTestValueAction
                VARYING variableIndex FROM 1 BY 1
                UNTIL variableIndex > 5
            MOVE wsRoundingMode TO FevRoundingMode
            CALL "FormulaEval" USING FormulaEvalArea
            PERFORM showTestResultAction
        END-IF.

    acceptTestValueAction.
        MOVE formulaTabVariable(formulaFoundIndex, variableIndex)
            TO FevVariableName(variableIndex).
        MOVE 0 TO FevVariableValue(variableIndex).
        IF FevVariableName(variableIndex) NOT = SPACES
            MOVE "N" TO validEntrySwitch
            PERFORM UNTIL validEntry
                DISPLAY FevVariableName(variableIndex)
                    " (9 digits, last 2 are cents, - in front for a"
                    " negative):"
                ACCEPT wsValueEntry
                EVALUATE TRUE
                    WHEN wsValueEntry(1:1) = "-"
                        MOVE wsValueEntry(2:9) TO wsValueInput
                        IF wsValueInput IS NUMERIC
                            COMPUTE FevVariableValue(variableIndex) =
                                -wsValueInputNumeric
                            SET validEntry TO TRUE
                        ELSE
                            DISPLAY "Please enter digits 0-9 only."
                        END-IF
                    WHEN wsValueEntry(10:1) NOT = SPACE
                        DISPLAY "Please enter digits 0-9 only."
                    WHEN OTHER
                        MOVE wsValueEntry(1:9) TO wsValueInput
                        IF wsValueInput IS NUMERIC
                            MOVE wsValueInputNumeric
                                TO FevVariableValue(variableIndex)
                            SET validEntry TO TRUE
                        ELSE
                            DISPLAY "Please enter digits 0-9 only."
                        END-IF
                END-EVALUATE
            END-PERFORM
        END-IF.

    showTestResultAction.
        EVALUATE TRUE
            WHEN FevExpressionError
                PERFORM showExpressionErrorAction
            WHEN FevSizeError
                DISPLAY "** Size error or division by zero - the batch "
                    "run would reject this transaction (SZ). **"
            WHEN OTHER
                MOVE FevResult TO wsEditedValue
                DISPLAY "Result: " wsEditedValue
                IF FevBadRemainder
                    DISPLAY "(a division along the way left a "
                        "remainder - st=2 on the result line)"
                END-IF
                IF formulaTabTestedDate(formulaFoundIndex) = 0
                    DISPLAY "Is this the right answer - mark version "
                        formulaTabVersion(formulaFoundIndex)
                        " as tested (Y/N)?"
                    ACCEPT wsConfirmAnswer
                    IF wsConfirmAnswer = "Y" OR wsConfirmAnswer = "y"
                        MOVE wsRunDate
                            TO formulaTabTestedDate(formulaFoundIndex)
                        SET formulasChanged TO TRUE
                        DISPLAY "Formula " wsNameInput
                            " marked tested - ArithBatch will use it."
                    ELSE
                        DISPLAY "Formula " wsNameInput
                            " left untested."
                    END-IF
                END-IF
        END-EVALUATE.

    findFormulaAction.
        MOVE 0 TO formulaFoundIndex.
        PERFORM VARYING formulaTableIndex FROM 1 BY 1
            UNTIL formulaTableIndex > formulaTableCount
            IF formulaTabName(formulaTableIndex) = wsNameInput
                MOVE formulaTableIndex TO formulaFoundIndex
            END-IF
        END-PERFORM.

    listFormulasAction.
        PERFORM listOneFormulaAction
            VARYING formulaTableIndex FROM 1 BY 1
            UNTIL formulaTableIndex > formulaTableCount.

    listOneFormulaAction.
        DISPLAY "  " formulaTabName(formulaTableIndex)
            " v" formulaTabVersion(formulaTableIndex)
            "  " formulaTabDescription(formulaTableIndex).
        DISPLAY "      (" formulaTabVariable(formulaTableIndex, 1)
            " " formulaTabVariable(formulaTableIndex, 2)
            " " formulaTabVariable(formulaTableIndex, 3)
            " " formulaTabVariable(formulaTableIndex, 4)
            " " formulaTabVariable(formulaTableIndex, 5) ")".
        DISPLAY "      " formulaTabExpression(formulaTableIndex).
        IF formulaTabTestedDate(formulaTableIndex) = 0
            DISPLAY "      changed "
                formulaTabChangedDate(formulaTableIndex)
                " - NOT YET TESTED"
        ELSE
            DISPLAY "      changed "
                formulaTabChangedDate(formulaTableIndex)
                " tested " formulaTabTestedDate(formulaTableIndex)
        END-IF.

    saveFormulaFileAction.
        OPEN OUTPUT FORMULA-LIBRARY-FILE.
        PERFORM writeOneFormulaAction
            VARYING formulaTableIndex FROM 1 BY 1
            UNTIL formulaTableIndex > formulaTableCount.
        CLOSE FORMULA-LIBRARY-FILE.

    writeOneFormulaAction.
        MOVE formulaTabName(formulaTableIndex) TO FormulaName.
        MOVE formulaTabVersion(formulaTableIndex) TO FormulaVersion.
        PERFORM VARYING variableIndex FROM 1 BY 1
            UNTIL variableIndex > 5
            MOVE formulaTabVariable(formulaTableIndex, variableIndex)
                TO FormulaVariableName(variableIndex)
        END-PERFORM.
        MOVE formulaTabExpression(formulaTableIndex)
            TO FormulaExpression.
        MOVE formulaTabDescription(formulaTableIndex)
            TO FormulaDescription.
        MOVE formulaTabChangedDate(formulaTableIndex)
            TO FormulaChangedDate.
        MOVE formulaTabTestedDate(formulaTableIndex)
            TO FormulaTestedDate.
        WRITE FormulaLibraryRecord.
