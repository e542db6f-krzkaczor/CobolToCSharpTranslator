*> other.  The desk keys the principal, the periodic interest rate as
*> a percentage, and the number of periods; each period's interest,
*> repayment and closing balance is computed through the shared Arith
*> subprogram under ArithBatch's ROUNDING-MODE setting on the
*> PARMMAST parameter master, written to the LOANSCHD file and printed
*> formatted on LOANRPT.  Repayments are level principal plus the
*> period's interest; the last line absorbs any rounding residue in
*> its principal portion, and the print closes with the proof that
*> the final balance reaches exactly zero.  Values are keyed as nine
*> digits with the last two as pence, the calculator's convention.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries the rounding mode
*>   from the old ARITHPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

DATA DIVISION.
FILE SECTION.
FD  SCHEDULE-FILE.
01  ScheduleRecord.
    05  SchedPeriod        PIC 9(3).
01 callOperandB      PIC S9(7)V99.
01 callOperation     PIC X.
01 callRoundingMode  PIC X VALUE "T".

01 parmLookArea.
    COPY PARMLOOK.

01 callResult        PIC S9(7)V99.
01 callRemainder     PIC S9(7)V99.
01 callStatusCode    PIC X.
    STOP RUN.

    readRoundingModeParameterAction.
*>      The same setting ArithBatch reads; none in force means
*>      truncation, Arith's own default.
        MOVE "ArithBatch" TO ParmLookProgram.
        MOVE "ROUNDING-MODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO callRoundingMode
        END-IF.

    acceptValueAction.
