*> currency code, buy and sell rates to six decimals and an effective
*> date.  A new rate must have the buy rate below the sell rate, and
*> a change whose buy or sell moves from the previous rate by more
*> than the TOLERANCE-PCT setting on the PARMMAST parameter master
*> (10% unless set) must be confirmed explicitly before it is
*> taken.  The rate being replaced is appended to the CALCRHIS dated
*> history with the date it was superseded, so the table is never
*> overwritten without a trace.  The file is loaded
*> into a table at start-up and rewritten whole on exit.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its tolerance and
*>   rate age limit from the old RATEPRM card onto PARMMAST, effective
*>   on the day it runs, so the value in use is kept rather than falling
*>   back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD  RATE-TABLE-FILE.
    05  RHistEffectiveDate PIC 9(8).
    05  RHistReplacedDate  PIC 9(8).

WORKING-STORAGE SECTION.
01 wsRateStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".

01 wsTolerancePct PIC 9(3) VALUE 10.

01 parmLookArea.
    COPY PARMLOOK.

01 rateTableCount PIC 9(2) VALUE 0.
01 rateTableIndex PIC 9(2) VALUE 0.
01 rateFoundIndex PIC 9(2) VALUE 0.
    STOP RUN.

    loadParameterAction.
        MOVE "RateMaint" TO ParmLookProgram.
        MOVE "TOLERANCE-PCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsTolerancePct
        END-IF.

    loadRateTableAction.
