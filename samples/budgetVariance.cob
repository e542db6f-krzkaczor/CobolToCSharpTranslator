
*> Budget-versus-actual report, replacing the spreadsheet-by-eye
*> routine that surfaced overspends months late.  The BUDGPRM
*> control record names the period (YYYYMM); the variance threshold
*> percentage is the THRESHOLD-PCT setting on the PARMMAST parameter
*> master (10 unless set).  Each SIGNBAL account's balance is put
*> next to its SIGNBUDG budget for that period with the variance in
*> amount and percent, accounts past the threshold flagged, budgets
*> with no account and accounts with no budget each listed so
*> neither can hide.  Output lands on BUDGVAR.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: budgets, balances and
*>   variances hold two decimal places and print to the penny.
*> - The variance threshold is now the THRESHOLD-PCT setting on the
*>   PARMMAST parameter master, read through ParmService; BUDGPRM
*>   carries only the period, and the old threshold columns on an
*>   existing card are ignored.
*> - At cutover the one-off ParmConvert run carries its threshold column
*>   from the old BUDGPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  BudgetRecord.
    05  BudgAccountId PIC X(8).
    05  BudgPeriod    PIC 9(6).
    05  BudgAmount    PIC S9(7)V99.

FD  VARIANCE-PARAMETER-FILE.
01  VarianceParameterRecord.
    05  ParmPeriod    PIC 9(6).
    05  FILLER        PIC 9(3).

FD  VARIANCE-REPORT-FILE.
01  VarianceReportLine  PIC X(100).
01 wsReportPeriod PIC 9(6) VALUE 0.
01 wsThresholdPct PIC 9(3) VALUE 10.

01 parmLookArea.
    COPY PARMLOOK.

01 budgTableCount PIC 9(3) VALUE 0.
01 budgTableIndex PIC 9(3) VALUE 0.
01 budgFoundIndex PIC 9(3) VALUE 0.
01 budgTable.
    05 budgTableEntry OCCURS 500 TIMES.
        10 budgTabAccount PIC X(8).
        10 budgTabAmount  PIC S9(7)V99.
        10 budgTabMatched PIC X.

01 wsVariance PIC S9(8)V99 VALUE 0.
01 wsVariancePct PIC S9(5)V9 VALUE 0.
01 wsAbsVariance PIC 9(8)V99 VALUE 0.
01 wsAbsPct PIC 9(5)V9 VALUE 0.
01 wsFlagText PIC X(14) VALUE SPACES.
01 wsFlaggedCount PIC 9(3) VALUE 0.
01 wsDetailLine.
   05 wsDetailAccountId PIC X(8).
   05 FILLER            PIC X(6) VALUE "  act ".
   05 wsDetailActual    PIC -(7)9.99.
   05 FILLER            PIC X(6) VALUE "  bud ".
   05 wsDetailBudget    PIC -(7)9.99.
   05 FILLER            PIC X(6) VALUE "  var ".
   05 wsDetailVariance  PIC -(8)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailPct       PIC -(5)9.9.
   05 FILLER            PIC X VALUE "%".
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailFlag      PIC X(14).

01 wsEditedBudget PIC -(7)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
                    CONTINUE
                NOT AT END
                    MOVE ParmPeriod TO wsReportPeriod
            END-READ
            CLOSE VARIANCE-PARAMETER-FILE
        END-IF.
        MOVE "BudgetVariance" TO ParmLookProgram.
        MOVE "THRESHOLD-PCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsThresholdPct
        END-IF.

    loadBudgetTableAction.
*>      Only the report period's budgets are held in core.
        IF budgTabMatched(budgTableIndex) = "N"
            ADD 1 TO wsNoAccountCount
            MOVE SPACES TO wsListLine
            MOVE budgTabAmount(budgTableIndex) TO wsEditedBudget
            STRING "  "        DELIMITED BY SIZE
                   budgTabAccount(budgTableIndex) DELIMITED BY SIZE
                   " budget "  DELIMITED BY SIZE
                   wsEditedBudget DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE VarianceReportLine FROM wsListLine
