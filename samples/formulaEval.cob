IDENTIFICATION DIVISION.
PROGRAM-ID.  FormulaEval.

*> Evaluates one formula from the ARITHFRM formula library: an infix
*> expression over numbers, up to five named variables, the four
*> operators + - * / (with - also usable in front of a term to
*> negate it) and parentheses, with * and / binding tighter than
*> + and - and equal operators working left to right.  The caller
*> passes a FORMEVAL area (FORMEVAL copybook) with a function code:
*>
*>   C - check the expression only: every name must be one of the
*>       FevVariableName entries and the expression must be well
*>       formed.  FevResult is left at zero;
*>   E - check it the same way, then evaluate it with the values in
*>       FevVariableValue.
*>
*> Every operation goes through the shared Arith service in the
*> rounding mode passed, so a formula is held to the same size-error
*> and remainder discipline as a plain or chained ArithBatch
*> transaction.  FevStatusCode comes back as Arith's own code - 0
*> good, 1 size error or divide by zero (the evaluation stops there
*> and FevResult is zero), 2 a division along the way left a
*> remainder - or E when the expression itself is at fault, with
*> the column it went wrong at in FevErrorPosition and a short
*> reason in FevErrorText.  Numbers are written as digits with an
*> optional point and at most two decimals, e.g. 100 or 17.5.

ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
*> The trailing space stops a number or name that runs to the last
*> column without the scan stepping off the end.
01 wsExpressionArea.
   05 wsExpression PIC X(80).
   05 FILLER       PIC X VALUE SPACE.

01 wsChar PIC X VALUE SPACE.
01 wsDigit PIC 9 VALUE 0.
01 scanPosition PIC 9(2) VALUE 0.
01 tokenPosition PIC 9(2) VALUE 0.

01 expressionErrorSwitch PIC X VALUE "N".
   88 expressionError VALUE "Y".
01 expectOperandSwitch PIC X VALUE "Y".
   88 expectOperand VALUE "Y".
01 scanDoneSwitch PIC X VALUE "N".
   88 scanDone VALUE "Y".
01 popDoneSwitch PIC X VALUE "N".
   88 popDone VALUE "Y".
01 remainderSeenSwitch PIC X VALUE "N".
   88 remainderSeen VALUE "Y".
01 evaluationStopSwitch PIC X VALUE "N".
   88 evaluationStopped VALUE "Y".

01 wsNumberDigits PIC 9(9) VALUE 0.
01 integerDigitCount PIC 9(2) VALUE 0.
01 decimalDigitCount PIC 9(2) VALUE 0.
01 decimalPointSwitch PIC X VALUE "N".
   88 decimalPointSeen VALUE "Y".
01 wsNumberValue PIC S9(7)V99 VALUE 0.

01 wsName PIC X(8) VALUE SPACES.
01 nameLength PIC 9(2) VALUE 0.
01 variableIndex PIC 9 VALUE 0.
01 variableFoundIndex PIC 9 VALUE 0.

*> Operator codes held on the stack and in the postfix list: + - * /
*> as written, ~ for a leading minus, ( for an open parenthesis.
01 incomingOperator PIC X VALUE SPACE.
01 incomingPrecedence PIC 9 VALUE 0.
01 wsOperator PIC X VALUE SPACE.
01 wsPrecedence PIC 9 VALUE 0.

01 operatorStackCount PIC 9(2) VALUE 0.
01 operatorStack.
   05 operatorStackEntry OCCURS 40 TIMES PIC X.
01 operatorPositions.
   05 operatorPosition OCCURS 40 TIMES PIC 9(2).

*> The expression rewritten in postfix order: V entries carry a
*> value, O entries an operator.
01 postfixCount PIC 9(2) VALUE 0.
01 postfixIndex PIC 9(2) VALUE 0.
01 postfixTable.
   05 postfixEntry OCCURS 60 TIMES.
      10 postfixType     PIC X.
      10 postfixOperator PIC X.
      10 postfixValue    PIC S9(7)V99.

01 valueStackCount PIC 9(2) VALUE 0.
01 valueStack.
   05 valueStackEntry OCCURS 40 TIMES PIC S9(7)V99.

01 callOperandA    PIC S9(7)V99.
01 callOperandB    PIC S9(7)V99.
01 callOperation   PIC X.
01 callRoundingMode PIC X VALUE "T".
01 callResult      PIC S9(7)V99.
01 callRemainder   PIC S9(7)V99.
01 callStatusCode  PIC X.
   88 callOk               VALUE "0".
   88 callSizeError        VALUE "1".
   88 callBadRemainder     VALUE "2".
   88 callBadOperation     VALUE "9".

LINKAGE SECTION.
01 FormulaEvalArea.
   COPY FORMEVAL.

PROCEDURE DIVISION USING FormulaEvalArea.
Begin.
    SET FevOk TO TRUE.
    MOVE 0 TO FevResult.
    MOVE 0 TO FevErrorPosition.
    MOVE SPACES TO FevErrorText.
    MOVE FevExpression TO wsExpression.
    MOVE FevRoundingMode TO callRoundingMode.
    IF callRoundingMode = SPACE
        MOVE "T" TO callRoundingMode
    END-IF.
    PERFORM convertToPostfixAction.
    IF expressionError
        SET FevExpressionError TO TRUE
    ELSE
        IF FevEvaluate
            PERFORM evaluatePostfixAction
        END-IF
    END-IF.
    GOBACK.

    convertToPostfixAction.
*>      One pass over the expression, operators held back on a stack
*>      until an operator of lower precedence or a closing
*>      parenthesis releases them into the postfix list.
        MOVE "N" TO expressionErrorSwitch.
        MOVE "Y" TO expectOperandSwitch.
        MOVE 0 TO operatorStackCount.
        MOVE 0 TO postfixCount.
        MOVE 1 TO scanPosition.
        PERFORM scanTokenAction
            UNTIL scanPosition > 80 OR expressionError.
        IF NOT expressionError
            MOVE 80 TO tokenPosition
            IF expectOperand
                IF postfixCount = 0 AND operatorStackCount = 0
                    MOVE "expression is empty" TO FevErrorText
                ELSE
                    MOVE "expression ends without a term"
                        TO FevErrorText
                END-IF
                PERFORM setExpressionErrorAction
            END-IF
        END-IF.
        IF NOT expressionError
            MOVE "N" TO popDoneSwitch
            PERFORM UNTIL popDone OR expressionError
                IF operatorStackCount = 0
                    SET popDone TO TRUE
                ELSE
                    IF operatorStackEntry(operatorStackCount) = "("
                        MOVE operatorPosition(operatorStackCount)
                            TO tokenPosition
                        MOVE "( has no matching )" TO FevErrorText
                        PERFORM setExpressionErrorAction
                    ELSE
                        PERFORM moveOperatorToPostfixAction
                    END-IF
                END-IF
            END-PERFORM
        END-IF.

    scanTokenAction.
        MOVE wsExpressionArea(scanPosition:1) TO wsChar.
        MOVE scanPosition TO tokenPosition.
        EVALUATE TRUE
            WHEN wsChar = SPACE
                ADD 1 TO scanPosition
            WHEN wsChar IS NUMERIC OR wsChar = "."
                PERFORM scanNumberAction
            WHEN wsChar >= "A" AND wsChar <= "Z"
                PERFORM scanNameAction
            WHEN wsChar = "("
                IF NOT expectOperand
                    MOVE "operator missing before (" TO FevErrorText
                    PERFORM setExpressionErrorAction
                ELSE
                    MOVE "(" TO incomingOperator
                    PERFORM pushOperatorAction
                    ADD 1 TO scanPosition
                END-IF
            WHEN wsChar = ")"
                PERFORM closeParenthesisAction
                ADD 1 TO scanPosition
            WHEN wsChar = "+" OR wsChar = "-"
                OR wsChar = "*" OR wsChar = "/"
                PERFORM scanOperatorAction
                ADD 1 TO scanPosition
            WHEN OTHER
                MOVE "character not allowed" TO FevErrorText
                PERFORM setExpressionErrorAction
        END-EVALUATE.

    scanNumberAction.
        IF NOT expectOperand
            MOVE "operator missing before number" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            MOVE 0 TO wsNumberDigits
            MOVE 0 TO integerDigitCount
            MOVE 0 TO decimalDigitCount
            MOVE "N" TO decimalPointSwitch
            MOVE "N" TO scanDoneSwitch
            PERFORM scanNumberCharacterAction
                UNTIL scanDone OR expressionError
        END-IF.
        IF NOT expressionError
            IF integerDigitCount = 0 AND decimalDigitCount = 0
                MOVE "number has no digits" TO FevErrorText
                PERFORM setExpressionErrorAction
            END-IF
        END-IF.
        IF NOT expressionError
            EVALUATE decimalDigitCount
                WHEN 0
                    MOVE wsNumberDigits TO wsNumberValue
                WHEN 1
                    COMPUTE wsNumberValue = wsNumberDigits / 10
                WHEN OTHER
                    COMPUTE wsNumberValue = wsNumberDigits / 100
            END-EVALUATE
            PERFORM addValueToPostfixAction
        END-IF.

    scanNumberCharacterAction.
        MOVE wsExpressionArea(scanPosition:1) TO wsChar.
        EVALUATE TRUE
            WHEN wsChar IS NUMERIC
                IF decimalPointSeen
                    ADD 1 TO decimalDigitCount
                ELSE
                    ADD 1 TO integerDigitCount
                END-IF
                IF decimalDigitCount > 2
                    MOVE "more than 2 decimal places"
                        TO FevErrorText
                    PERFORM setExpressionErrorAction
                END-IF
                IF integerDigitCount > 7
                    MOVE "number too large" TO FevErrorText
                    PERFORM setExpressionErrorAction
                END-IF
                MOVE wsChar TO wsDigit
                COMPUTE wsNumberDigits = wsNumberDigits * 10 + wsDigit
                ADD 1 TO scanPosition
            WHEN wsChar = "."
                IF decimalPointSeen
                    MOVE "number has two points" TO FevErrorText
                    PERFORM setExpressionErrorAction
                ELSE
                    SET decimalPointSeen TO TRUE
                    ADD 1 TO scanPosition
                END-IF
            WHEN OTHER
                SET scanDone TO TRUE
        END-EVALUATE.

    scanNameAction.
        IF NOT expectOperand
            MOVE "operator missing before name" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            MOVE SPACES TO wsName
            MOVE 0 TO nameLength
            MOVE "N" TO scanDoneSwitch
            PERFORM UNTIL scanDone OR expressionError
                MOVE wsExpressionArea(scanPosition:1) TO wsChar
                IF (wsChar >= "A" AND wsChar <= "Z")
                    OR wsChar IS NUMERIC
                    ADD 1 TO nameLength
                    IF nameLength > 8
                        MOVE "name longer than 8 characters"
                            TO FevErrorText
                        PERFORM setExpressionErrorAction
                    ELSE
                        MOVE wsChar TO wsName(nameLength:1)
                        ADD 1 TO scanPosition
                    END-IF
                ELSE
                    SET scanDone TO TRUE
                END-IF
            END-PERFORM
        END-IF.
        IF NOT expressionError
            MOVE 0 TO variableFoundIndex
            PERFORM VARYING variableIndex FROM 1 BY 1
                UNTIL variableIndex > 5
                IF FevVariableName(variableIndex) = wsName
                    AND variableFoundIndex = 0
                    MOVE variableIndex TO variableFoundIndex
                END-IF
            END-PERFORM
            IF variableFoundIndex = 0
                MOVE SPACES TO FevErrorText
                STRING "unknown variable " DELIMITED BY SIZE
                       wsName              DELIMITED BY SPACE
                       INTO FevErrorText
                END-STRING
                PERFORM setExpressionErrorAction
            ELSE
                MOVE FevVariableValue(variableFoundIndex)
                    TO wsNumberValue
                PERFORM addValueToPostfixAction
            END-IF
        END-IF.

    scanOperatorAction.
*>      A minus where a term is expected negates the term after it; a
*>      plus there changes nothing and is passed over.
        IF expectOperand
            EVALUATE wsChar
                WHEN "-"
                    MOVE "~" TO incomingOperator
                    PERFORM pushOperatorAction
                WHEN "+"
                    CONTINUE
                WHEN OTHER
                    MOVE "term missing before operator"
                        TO FevErrorText
                    PERFORM setExpressionErrorAction
            END-EVALUATE
        ELSE
            MOVE wsChar TO incomingOperator
            MOVE wsChar TO wsOperator
            PERFORM setPrecedenceAction
            MOVE wsPrecedence TO incomingPrecedence
            MOVE "N" TO popDoneSwitch
            PERFORM UNTIL popDone OR expressionError
                IF operatorStackCount = 0
                    SET popDone TO TRUE
                ELSE
                    MOVE operatorStackEntry(operatorStackCount)
                        TO wsOperator
                    PERFORM setPrecedenceAction
                    IF wsPrecedence >= incomingPrecedence
                        PERFORM moveOperatorToPostfixAction
                    ELSE
                        SET popDone TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            PERFORM pushOperatorAction
            MOVE "Y" TO expectOperandSwitch
        END-IF.

    closeParenthesisAction.
        IF expectOperand
            MOVE "term missing before )" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            MOVE "N" TO popDoneSwitch
            PERFORM UNTIL popDone OR expressionError
                IF operatorStackCount = 0
                    MOVE ") has no matching (" TO FevErrorText
                    PERFORM setExpressionErrorAction
                ELSE
                    IF operatorStackEntry(operatorStackCount) = "("
                        SUBTRACT 1 FROM operatorStackCount
                        SET popDone TO TRUE
                    ELSE
                        PERFORM moveOperatorToPostfixAction
                    END-IF
                END-IF
            END-PERFORM
        END-IF.

    setPrecedenceAction.
        EVALUATE wsOperator
            WHEN "~"
                MOVE 3 TO wsPrecedence
            WHEN "*"
            WHEN "/"
                MOVE 2 TO wsPrecedence
            WHEN "+"
            WHEN "-"
                MOVE 1 TO wsPrecedence
            WHEN OTHER
                MOVE 0 TO wsPrecedence
        END-EVALUATE.

    pushOperatorAction.
        IF operatorStackCount >= 40
            MOVE "expression nested too deeply" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            ADD 1 TO operatorStackCount
            MOVE incomingOperator
                TO operatorStackEntry(operatorStackCount)
            MOVE tokenPosition TO operatorPosition(operatorStackCount)
        END-IF.

    moveOperatorToPostfixAction.
        IF postfixCount >= 60
            MOVE "expression too long" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            ADD 1 TO postfixCount
            MOVE "O" TO postfixType(postfixCount)
            MOVE operatorStackEntry(operatorStackCount)
                TO postfixOperator(postfixCount)
            MOVE 0 TO postfixValue(postfixCount)
            SUBTRACT 1 FROM operatorStackCount
        END-IF.

    addValueToPostfixAction.
        IF postfixCount >= 60
            MOVE "expression too long" TO FevErrorText
            PERFORM setExpressionErrorAction
        ELSE
            ADD 1 TO postfixCount
            MOVE "V" TO postfixType(postfixCount)
            MOVE SPACE TO postfixOperator(postfixCount)
            MOVE wsNumberValue TO postfixValue(postfixCount)
            MOVE "N" TO expectOperandSwitch
        END-IF.

    setExpressionErrorAction.
        SET expressionError TO TRUE.
        MOVE tokenPosition TO FevErrorPosition.

    evaluatePostfixAction.
*>      Values are stacked as they come; each operator takes its
*>      operands off the stack, has Arith work the step and stacks
*>      the answer.  A size error stops the evaluation at that step.
        MOVE 0 TO valueStackCount.
        MOVE "N" TO remainderSeenSwitch.
        MOVE "N" TO evaluationStopSwitch.
        PERFORM evaluatePostfixEntryAction
            VARYING postfixIndex FROM 1 BY 1
            UNTIL postfixIndex > postfixCount OR evaluationStopped.
        IF NOT evaluationStopped
            MOVE valueStackEntry(1) TO FevResult
            IF remainderSeen
                SET FevBadRemainder TO TRUE
            END-IF
        END-IF.

    evaluatePostfixEntryAction.
        IF postfixType(postfixIndex) = "V"
            ADD 1 TO valueStackCount
            MOVE postfixValue(postfixIndex)
                TO valueStackEntry(valueStackCount)
        ELSE
            IF postfixOperator(postfixIndex) = "~"
                MOVE valueStackEntry(valueStackCount) TO callOperandA
                MOVE 0 TO callOperandB
                MOVE "N" TO callOperation
                SUBTRACT 1 FROM valueStackCount
            ELSE
                MOVE valueStackEntry(valueStackCount) TO callOperandB
                SUBTRACT 1 FROM valueStackCount
                MOVE valueStackEntry(valueStackCount) TO callOperandA
                SUBTRACT 1 FROM valueStackCount
                EVALUATE postfixOperator(postfixIndex)
                    WHEN "+"
                        MOVE "A" TO callOperation
                    WHEN "-"
                        MOVE "S" TO callOperation
                    WHEN "*"
                        MOVE "M" TO callOperation
                    WHEN "/"
                        MOVE "D" TO callOperation
                END-EVALUATE
            END-IF
            CALL "Arith" USING callOperandA, callOperandB,
                    callOperation, callRoundingMode, callResult,
                    callRemainder, callStatusCode
            EVALUATE TRUE
                WHEN callOk
                    CONTINUE
                WHEN callBadRemainder
                    SET remainderSeen TO TRUE
                WHEN OTHER
                    MOVE callStatusCode TO FevStatusCode
                    MOVE 0 TO FevResult
                    SET evaluationStopped TO TRUE
            END-EVALUATE
            ADD 1 TO valueStackCount
            MOVE callResult TO valueStackEntry(valueStackCount)
        END-IF.
