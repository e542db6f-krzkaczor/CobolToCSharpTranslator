*> bad load module writing plausible wrong answers is exactly what
*> this pass exists to catch), rebuilds the result line the batch
*> should have written and reports any line where result or status
*> disagrees.  The rounding mode is the ArithBatch ROUNDING-MODE
*> setting on the PARMMAST parameter master, the one the batch run
*> itself uses.  The run ends with a certificate line the
*> scheduler can check, and RETURN-CODE 8 when anything disagreed.
*> Chained transactions (records beginning C) are recomputed step by
*> step and compared against their CHAIN result line the same way.
*> Formula transactions (records beginning F) are worked from the
*> ARITHFRM library through FormulaEval, which this pass has no
*> independent copy of: their FORMULA result line is checked to be
*> there and to name the right formula, and they are counted on the
*> certificate as paired but not recomputed.
*> When a split month runs stream by stream, the ArithStreamSet
*> stage entry has already copied the stream over ARITHTRN, so this
*> pass verifies it in place - skipping the stream's HDR and TRL
*> bracket records - and an ArithCollect entry banks ARITHVER per
*> stream afterwards.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries the rounding mode
*>   from the old ARITHPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsResultStatus.

    SELECT VERIFY-REPORT-FILE ASSIGN TO "ARITHVER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.
FD  ARITH-RESULT-FILE.
01  ArithResultRecord       PIC X(80).

FD  VERIFY-REPORT-FILE.
01  VerifyReportLine        PIC X(100).

   88 resultEof    VALUE "Y".

01 wsRoundingMode PIC X VALUE "T".

01 parmLookArea.
    COPY PARMLOOK.

   88 roundNearest VALUE "R".

01 wsTransactionCount PIC 9(5) VALUE 0.
   05 FILLER                PIC X(10) VALUE " failstep=".
   05 wsChainLineFailStep   PIC 9.

01 wsFormulaTransaction.
   05 FILLER               PIC X.
   05 FormulaTransName     PIC X(12).
   05 FILLER               PIC X(67).

01 wsExpectedFormulaPrefix.
   05 FILLER                 PIC X(8) VALUE "FORMULA ".
   05 wsExpectedFormulaName  PIC X(12).
01 wsFormulaCount PIC 9(5) VALUE 0.

01 wsActualLine PIC X(45) VALUE SPACES.
01 wsActualChainLine PIC X(56) VALUE SPACES.

    GOBACK.

    readRoundingModeParameterAction.
        MOVE "ArithBatch" TO ParmLookProgram.
        MOVE "ROUNDING-MODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO wsRoundingMode
        END-IF.

    readTransactionAction.
            END-STRING
            WRITE VerifyReportLine FROM wsListLine
        ELSE
            EVALUATE ArithTransactionRecord(1:1)
                WHEN "C"
                    PERFORM verifyChainedTransactionAction
                WHEN "F"
                    PERFORM verifyFormulaPairingAction
                WHEN OTHER
                    MOVE ArithTransactionRecord TO wsSimpleTransaction
                    PERFORM recomputeTransactionAction
                    PERFORM buildExpectedLineAction
                    MOVE ArithResultRecord(1:45) TO wsActualLine
                    IF wsActualLine NOT = wsExpectedLine
                        ADD 1 TO wsDiscrepancyCount
                        PERFORM writeDiscrepancyAction
                    END-IF
            END-EVALUATE
        END-IF.
        PERFORM readTransactionAction.

            PERFORM writeChainDiscrepancyAction
        END-IF.

    verifyFormulaPairingAction.
*>      Only the pairing can be proved here - the answer itself
*>      depends on the library version the batch run worked from.
        ADD 1 TO wsFormulaCount.
        MOVE ArithTransactionRecord TO wsFormulaTransaction.
        MOVE FormulaTransName TO wsExpectedFormulaName.
        IF ArithResultRecord(1:20) NOT = wsExpectedFormulaPrefix
            ADD 1 TO wsDiscrepancyCount
            MOVE SPACES TO wsListLine
            STRING "Line "            DELIMITED BY SIZE
                   wsTransactionCount DELIMITED BY SIZE
                   " DISAGREES"       DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE VerifyReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            STRING "  batch wrote : "     DELIMITED BY SIZE
                   ArithResultRecord(1:45) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE VerifyReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            STRING "  expected    : "       DELIMITED BY SIZE
                   wsExpectedFormulaPrefix  DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE VerifyReportLine FROM wsListLine
        END-IF.

    recomputeChainStepAction.
        MOVE chainRunningValue TO TransOperandA.
        MOVE ChainStepOperand(chainStepIndex) TO TransOperandB.
        END-IF.
        WRITE VerifyReportLine FROM wsListLine.
        DISPLAY wsListLine.
        IF wsFormulaCount > 0
            MOVE SPACES TO wsListLine
            STRING "  of which "      DELIMITED BY SIZE
                   wsFormulaCount     DELIMITED BY SIZE
                   " formula transaction(s) paired but not recomputed"
                                      DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE VerifyReportLine FROM wsListLine
            DISPLAY wsListLine
        END-IF.
