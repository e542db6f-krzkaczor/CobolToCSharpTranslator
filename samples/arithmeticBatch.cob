*>   reads ARITHTRN and writes ARITHRES/ARITHREJ - file names bind
*>   at the SELECT in this shop's dialect - and simply skips the HDR
*>   and TRL bracket records a staged stream carries.
*> - A formula transaction type draws on the ARITHFRM formula library
*>   the finance office keeps with FormulaMaint: a record beginning F
*>   names a formula and gives values for its variables in the order
*>   the library lists them, and the formula is worked through the
*>   FormulaEval service, every step by Arith.  The result line names
*>   the formula and its version.  A formula not on the library, a
*>   version not yet tested, or an expression that will not evaluate
*>   is rejected (reason FM, FT or EX) alongside the SZ/OP rejects.
*> - The rounding mode is now the ArithBatch ROUNDING-MODE setting on
*>   the PARMMAST parameter master, read through ParmService, instead
*>   of the ARITHPRM control record; ArithVerify, FormulaMaint and
*>   LoanSchedule read the same setting.
*> - At cutover the one-off ParmConvert run carries the rounding mode
*>   from the old ARITHPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsResultStatus.

    SELECT ARITH-REJECT-FILE ASSIGN TO "ARITHREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRejectStatus.

    SELECT FORMULA-LIBRARY-FILE ASSIGN TO "ARITHFRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFormulaStatus.

DATA DIVISION.
FILE SECTION.
FD  ARITH-TRANSACTION-FILE.
FD  ARITH-RESULT-FILE.
01  ArithResultRecord       PIC X(80).

FD  ARITH-REJECT-FILE.
01  ArithRejectRecord.
    05  RejectTransaction   PIC X(80).
    05  RejectReason        PIC X(2).

FD  FORMULA-LIBRARY-FILE.
01  FormulaLibraryRecord.
    COPY ARITHFRM.

WORKING-STORAGE SECTION.
*> The transaction layouts carried on ARITHTRN: a plain record
*> starts with a digit of operand A, a chained record with C, a
*> formula record with F.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "ArithBatch".
   05 logFileName    PIC X(8)  VALUE SPACES.
01 chainDoneSwitch PIC X VALUE "N".
   88 chainDone VALUE "Y".

01 wsFormulaTransaction.
   05 FILLER               PIC X.
   05 FormulaTransName     PIC X(12).
   05 FormulaTransValue OCCURS 5 TIMES PIC S9(7)V99.

*> The formula library, loaded whole at the start of the run.
01 formulaTableCount PIC 9(3) VALUE 0.
01 formulaTableIndex PIC 9(3) VALUE 0.
01 formulaFoundIndex PIC 9(3) VALUE 0.
01 formulaTable.
   05 formulaTableEntry OCCURS 100 TIMES.
      10 formulaTabName       PIC X(12).
      10 formulaTabVersion    PIC 9(3).
      10 formulaTabVariable OCCURS 5 TIMES PIC X(8).
      10 formulaTabExpression PIC X(80).
      10 formulaTabTestedDate PIC 9(8).
01 formulaEofSwitch PIC X VALUE "N".
   88 formulaEof VALUE "Y".
01 variableIndex PIC 9 VALUE 0.

01 FormulaEvalArea.
   COPY FORMEVAL.

01 wsFormulaResultLine.
   05 FILLER                PIC X(8) VALUE "FORMULA ".
   05 wsFormulaLineName     PIC X(12).
   05 FILLER                PIC X(2) VALUE " v".
   05 wsFormulaLineVersion  PIC 9(3).
   05 FILLER                PIC X(4) VALUE " -> ".
   05 wsFormulaLineResult   PIC -(7)9.99.
   05 FILLER                PIC X(4) VALUE " st=".
   05 wsFormulaLineStatus   PIC X.

01 wsChainResultLine.
   05 FILLER                PIC X(6) VALUE "CHAIN ".
   05 wsChainLineInitial    PIC -(7)9.99.
01 wsResultStatus      PIC XX VALUE "00".
01 wsParameterStatus   PIC XX VALUE "00".
01 wsRejectStatus      PIC XX VALUE "00".
01 wsFormulaStatus     PIC XX VALUE "00".
01 wsRejectReason      PIC X(2) VALUE SPACES.

01 transactionEofSwitch PIC X VALUE "N".
   05 batchRemainderCount   PIC 9(5) VALUE 0.
   05 batchBadOpCount       PIC 9(5) VALUE 0.
   05 batchRejectedCount    PIC 9(5) VALUE 0.
   05 batchFormulaErrorCount PIC 9(5) VALUE 0.

01 callOperandA    PIC S9(7)V99.
01 callOperandB    PIC S9(7)V99.
01 callOperation   PIC X.
01 callRoundingMode PIC X VALUE "T".

01 parmLookArea.
    COPY PARMLOOK.

01 callResult      PIC S9(7)V99.
01 callRemainder   PIC S9(7)V99.
01 callStatusCode  PIC X.
PROCEDURE DIVISION.
Begin.
    PERFORM readRoundingModeParameterAction.
    PERFORM loadFormulaLibraryAction.
    CALL "ArithAuditOpen".
    OPEN INPUT ARITH-TRANSACTION-FILE.
    OPEN OUTPUT ARITH-RESULT-FILE.
    DISPLAY " Size errors            : " batchSizeErrorCount
    DISPLAY " Non-zero remainders    : " batchRemainderCount
    DISPLAY " Unknown operation codes: " batchBadOpCount
    DISPLAY " Formulas not usable    : " batchFormulaErrorCount
    DISPLAY " Written to reject file : " batchRejectedCount
    DISPLAY "=====================".
    GOBACK.

    readRoundingModeParameterAction.
*>      The ROUNDING-MODE setting on the parameter master - when none
*>      is in force the batch run defaults to truncation, matching
*>      Arith's own LINKAGE default.
        MOVE "ArithBatch" TO ParmLookProgram.
        MOVE "ROUNDING-MODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO callRoundingMode
        END-IF.

    loadFormulaLibraryAction.
*>      ARITHFRM is optional too - without it the run still works
*>      plain and chained transactions and rejects any formula one.
        MOVE 0 TO formulaTableCount.
        OPEN INPUT FORMULA-LIBRARY-FILE.
        IF wsFormulaStatus = "00"
            PERFORM readFormulaAction
            PERFORM addFormulaEntryAction UNTIL formulaEof
            CLOSE FORMULA-LIBRARY-FILE
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
            MOVE FormulaTestedDate
                TO formulaTabTestedDate(formulaTableCount)
        END-IF.
        PERFORM readFormulaAction.

    readTransactionAction.
        READ ARITH-TRANSACTION-FILE

    processOneArithmeticAction.
        ADD 1 TO batchTransactionCount.
        EVALUATE ArithTransactionRecord(1:1)
            WHEN "C"
                PERFORM processChainedTransactionAction
            WHEN "F"
                PERFORM processFormulaTransactionAction
            WHEN OTHER
                PERFORM processSimpleTransactionAction
        END-EVALUATE.
        PERFORM readTransactionAction.

    processSimpleTransactionAction.
            SET chainDone TO TRUE
        END-IF.

    processFormulaTransactionAction.
*>      The values on the record fill the formula's variables in the
*>      order the library lists them.  Only a version the finance
*>      office has tested since its last change is worked.
        MOVE ArithTransactionRecord TO wsFormulaTransaction.
        MOVE FormulaTransName TO wsFormulaLineName.
        MOVE 0 TO wsFormulaLineVersion.
        MOVE 0 TO FevResult.
        MOVE SPACE TO wsRejectReason.
        MOVE 0 TO formulaFoundIndex.
        PERFORM VARYING formulaTableIndex FROM 1 BY 1
            UNTIL formulaTableIndex > formulaTableCount
            IF formulaTabName(formulaTableIndex) = FormulaTransName
                MOVE formulaTableIndex TO formulaFoundIndex
            END-IF
        END-PERFORM.
        IF formulaFoundIndex = 0
            MOVE "FM" TO wsRejectReason
        ELSE
            MOVE formulaTabVersion(formulaFoundIndex)
                TO wsFormulaLineVersion
            IF formulaTabTestedDate(formulaFoundIndex) = 0
                MOVE "FT" TO wsRejectReason
            END-IF
        END-IF.
        IF wsRejectReason = SPACE
            SET FevEvaluate TO TRUE
            MOVE formulaTabExpression(formulaFoundIndex)
                TO FevExpression
            PERFORM VARYING variableIndex FROM 1 BY 1
                UNTIL variableIndex > 5
                MOVE formulaTabVariable(formulaFoundIndex,
                    variableIndex) TO FevVariableName(variableIndex)
                MOVE FormulaTransValue(variableIndex)
                    TO FevVariableValue(variableIndex)
            END-PERFORM
            MOVE callRoundingMode TO FevRoundingMode
            CALL "FormulaEval" USING FormulaEvalArea
            MOVE FevStatusCode TO callStatusCode
            IF FevExpressionError
                MOVE "EX" TO wsRejectReason
            END-IF
        ELSE
            MOVE "E" TO callStatusCode
        END-IF.
        IF wsRejectReason NOT = SPACE
            ADD 1 TO batchFormulaErrorCount
            PERFORM writeRejectRecordAction
        ELSE
            EVALUATE TRUE
                WHEN callSizeError
                    ADD 1 TO batchSizeErrorCount
                    MOVE "SZ" TO wsRejectReason
                    PERFORM writeRejectRecordAction
                WHEN callBadRemainder
                    ADD 1 TO batchRemainderCount
                WHEN OTHER
                    ADD 1 TO batchOkCount
            END-EVALUATE
        END-IF.
        MOVE FevResult TO wsFormulaLineResult.
        MOVE callStatusCode TO wsFormulaLineStatus.
        WRITE ArithResultRecord FROM wsFormulaResultLine.

    writeRejectRecordAction.
*>      The failed transaction goes out exactly as it came in, with
*>      the reason appended, ready to be corrected and resubmitted.
