IDENTIFICATION DIVISION.
PROGRAM-ID.  LateCharge.

*> Monthly late-payment charge on overdue student fee accounts (S
*> plus the seven-digit student id).  The SIGNHIST postings history
*> is sorted by account the way AgedDebtReport sorts it, and what an
*> account still owes is matched against its charges newest first,
*> so only the unpaid part of a charge counts.  Any unpaid charge
*> older than the GRACE-DAYS grace period on the PARMMAST parameter
*> master (none unless set) is overdue; the overdue balance is the
*> total of those, and the days overdue are counted in calendar days
*> from the oldest of them (CalendarService).  Debt deeper than the
*> recorded charges is cut-over debt and counts as overdue.  Earlier
*> late charges are never themselves charged again.
*>
*> The charge is the overdue balance times the CHARGE-PCT setting,
*> worked through the shared Arith service rounded to the penny, and
*> a charge below the MINIMUM-CHARGE setting is not raised.  Each
*> charge is appended to SIGNPOST as a debit with the reference LC
*> plus the run's year and month, for the next SignedArith pass.
*> Left out:
*>
*>   - a student with an active plan on INSTPLAN;
*>   - an account flagged as under dispute on SIGNBAL
*>     (SignAccountMaint sets the flag);
*>   - an account that is not open, since SignedArith would refuse
*>     the charge;
*>   - an account already charged this month, so a repeated run
*>     raises nothing twice.
*>
*> The LATEREG charge register lists every charge raised and every
*> overdue account left out with the reason, and totals the run.
*> With no CHARGE-PCT rate set, or this month's charges still
*> waiting on SIGNPOST, the run is refused with RETURN-CODE 8.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The grace period, charge rate and minimum charge are now the
*>   GRACE-DAYS, CHARGE-PCT and MINIMUM-CHARGE settings on the PARMMAST
*>   parameter master, read through ParmService, instead of the LATEPRM
*>   control record.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.
*> - At cutover the one-off ParmConvert run carries its grace days,
*>   charge percentage and minimum charge from the old LATEPRM card onto
*>   PARMMAST, effective on the day it runs, so the value in use is kept
*>   rather than falling back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPlanStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT REGISTER-FILE ASSIGN TO "LATEREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortAccountId       PIC X(8).
    05  SortSequence        PIC 9(7).
    05  SortDate            PIC 9(8).
    05  SortAmount          PIC S9(7)V99.
    05  SortReference       PIC X(10).
    05  SortResultingBalance PIC S9(7)V99.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  PLAN-FILE.
01  PlanRecord.
    05  PlanStudentId       PIC 9(7).
    05  PlanCourseCode      PIC X(4).
    05  PlanAmount          PIC 9(7).
    05  PlanInstalments     PIC 9(2).
    05  PlanFirstDue        PIC 9(8).
    05  PlanFrequency       PIC X.
    05  PlanStatus          PIC X.
        88 planActive       VALUE "A".
        88 planCancelled    VALUE "C".
    05  PlanSetUpDate       PIC 9(8).

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).
    05  PostCurrency        PIC X(3).
    05  PostCurrencyAmount  PIC S9(7)V99.

FD  REGISTER-FILE.
01  RegisterLine            PIC X(100).

WORKING-STORAGE SECTION.
01 wsHistoryStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPlanStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".

01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 planEofSwitch PIC X VALUE "N".
   88 planEof VALUE "Y".
01 postingEofSwitch PIC X VALUE "N".
   88 postingEof VALUE "Y".
01 firstGroupSwitch PIC X VALUE "Y".
   88 firstGroup VALUE "Y".
01 parametersLoadedSwitch PIC X VALUE "N".
   88 parametersLoaded VALUE "Y".
01 alreadyPendingSwitch PIC X VALUE "N".
   88 alreadyPending VALUE "Y".
01 chargedThisMonthSwitch PIC X VALUE "N".
   88 chargedThisMonth VALUE "Y".
01 onPlanSwitch PIC X VALUE "N".
   88 onPlan VALUE "Y".

01 wsGraceDays PIC 9(3) VALUE 0.
01 wsChargePct PIC 9(2)V99 VALUE 0.
01 wsMinimumCharge PIC 9(3)V99 VALUE 0.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsChargeReference.
   05 FILLER            PIC XX VALUE "LC".
   05 wsChargeRefMonth  PIC 9(6) VALUE 0.
   05 FILLER            PIC XX VALUE SPACES.

01 wsSequence PIC 9(7) VALUE 0.
01 wsCurrentAccount PIC X(8) VALUE SPACES.
01 wsClosingBalance PIC S9(7)V99 VALUE 0.

*> Per-account charge table, filled in posting order and walked
*> backwards when the debt is matched to it.
01 chargeTableCount PIC 9(3) VALUE 0.
01 chargeTableIndex PIC 9(3) VALUE 0.
01 chargeDroppedCount PIC 9(5) VALUE 0.
01 chargeTable.
    05 chargeTableEntry OCCURS 200 TIMES.
        10 chargeDate       PIC 9(8).
        10 chargeAmount     PIC 9(7)V99.
        10 chargeLateSwitch PIC X.
           88 chargeIsLateCharge VALUE "Y".

01 planTableCount PIC 9(4) VALUE 0.
01 planTableIndex PIC 9(4) VALUE 0.
01 planTable.
    05 planTabStudentId OCCURS 2000 TIMES PIC 9(7).

01 wsOutstanding PIC 9(8)V99 VALUE 0.
01 wsAllocated PIC 9(8)V99 VALUE 0.
01 wsOverdue PIC 9(8)V99 VALUE 0.
01 wsDaysOverdue PIC 9(5) VALUE 0.
01 wsChargeAmount PIC S9(7)V99 VALUE 0.
01 wsExcludeReason PIC X(10) VALUE SPACES.

01 calendarArea.
    COPY CALENDAR.

01 callOperandA      PIC S9(7)V99.
01 callOperandB      PIC S9(7)V99.
01 callOperation     PIC X.
01 callRoundingMode  PIC X VALUE "R".
01 callResult        PIC S9(7)V99.
01 callRemainder     PIC S9(7)V99.
01 callStatusCode    PIC X.
   88 callOk         VALUE "0".

01 wsChargedCount PIC 9(5) VALUE 0.
01 wsChargeTotal PIC 9(9)V99 VALUE 0.
01 wsPlanCount PIC 9(5) VALUE 0.
01 wsDisputeCount PIC 9(5) VALUE 0.
01 wsStatusCount PIC 9(5) VALUE 0.
01 wsDoneCount PIC 9(5) VALUE 0.
01 wsBelowMinimumCount PIC 9(5) VALUE 0.
01 wsFailedCount PIC 9(5) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(9)  VALUE "Account  ".
   05 FILLER PIC X(13) VALUE "      Overdue".
   05 FILLER PIC X(7)  VALUE "   Days".
   05 FILLER PIC X(8)  VALUE "   Rate%".
   05 FILLER PIC X(13) VALUE "       Charge".
   05 FILLER PIC X(12) VALUE "  Reference ".
   05 FILLER PIC X(10) VALUE "Note      ".

01 wsDetailLine.
   05 wsDetailAccount   PIC X(8).
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailOverdue   PIC Z(8)9.99.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailDays      PIC ZZZZ9.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailRate      PIC Z9.99.
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailCharge    PIC Z(8)9.99.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailReference PIC X(10).
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailNote      PIC X(20).

01 wsEditedTotal PIC Z(8)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "LateCharge".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    MOVE wsRunDate(1:6) TO wsChargeRefMonth.
    PERFORM loadParametersAction.
    IF NOT parametersLoaded
        DISPLAY "**************************************************"
        DISPLAY "* NO CHARGE-PCT RATE SET ON THE PARAMETER MASTER *"
        DISPLAY "* FOR LATECHARGE. NO CHARGES RAISED.             *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM checkPendingChargesAction.
    IF alreadyPending
        DISPLAY "**************************************************"
        DISPLAY "* LATE CHARGES " wsChargeReference
            " ALREADY ON SIGNPOST    *"
        DISPLAY "* RUN SIGNEDARITH BEFORE CHARGING AGAIN.         *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "No balance file - no charges raised, status "
            wsBalanceStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadPlanTableAction.

    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN OUTPUT REGISTER-FILE.
    PERFORM writeRegisterHeaderAction.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortAccountId, SortSequence
        INPUT PROCEDURE IS extractHistoryAction
        OUTPUT PROCEDURE IS assessAccountsAction.

    PERFORM writeRegisterTotalsAction.
    CLOSE REGISTER-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    CLOSE BALANCE-FILE.

    MOVE wsChargeTotal TO wsEditedTotal.
    DISPLAY "=====================".
    DISPLAY " Late-payment charges " wsChargeReference.
    DISPLAY " Charges raised       : " wsChargedCount.
    DISPLAY " Total charged        : " wsEditedTotal.
    DISPLAY " On instalment plan   : " wsPlanCount.
    DISPLAY " Under dispute        : " wsDisputeCount.
    DISPLAY " Account not open     : " wsStatusCount.
    DISPLAY " Charged already      : " wsDoneCount.
    DISPLAY " Below minimum        : " wsBelowMinimumCount.
    DISPLAY " Could not be worked  : " wsFailedCount.
    DISPLAY "=====================".
    IF wsFailedCount > 0 OR chargeDroppedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
*>      The rate is required; the grace period and minimum charge
*>      default to none.
        MOVE "LateCharge" TO ParmLookProgram.
        MOVE "CHARGE-PCT" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsChargePct
            SET parametersLoaded TO TRUE
        END-IF.
        MOVE "GRACE-DAYS" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsGraceDays
        END-IF.
        MOVE "MINIMUM-CHARGE" TO ParmLookName.
        PERFORM lookUpSettingAction.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsMinimumCharge
        END-IF.

    lookUpSettingAction.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.

    checkPendingChargesAction.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM UNTIL postingEof OR alreadyPending
                IF PostReference = wsChargeReference
                    SET alreadyPending TO TRUE
                END-IF
                PERFORM readPostingAction
            END-PERFORM
            CLOSE POSTING-FILE
        END-IF.

    readPostingAction.
        READ POSTING-FILE
            AT END
                SET postingEof TO TRUE
        END-READ.

    loadPlanTableAction.
*>      Only the students with a plan still active matter here.
        OPEN INPUT PLAN-FILE.
        IF wsPlanStatus = "00"
            PERFORM readPlanAction
            PERFORM addPlanEntryAction UNTIL planEof
            CLOSE PLAN-FILE
        END-IF.

    readPlanAction.
        READ PLAN-FILE
            AT END
                SET planEof TO TRUE
        END-READ.

    addPlanEntryAction.
        IF planActive AND planTableCount < 2000
            ADD 1 TO planTableCount
            MOVE PlanStudentId TO planTabStudentId(planTableCount)
        END-IF.
        PERFORM readPlanAction.

    extractHistoryAction.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM releaseHistoryAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    releaseHistoryAction.
*>      Fee accounts only - S plus seven digits, which keeps the
*>      SUSPENSE account out.
        IF HistAccountId(1:1) = "S"
            AND HistAccountId(2:7) IS NUMERIC
            ADD 1 TO wsSequence
            MOVE HistAccountId TO SortAccountId
            MOVE wsSequence TO SortSequence
            MOVE HistDate TO SortDate
            MOVE HistAmount TO SortAmount
            MOVE HistReference TO SortReference
            MOVE HistResultingBalance TO SortResultingBalance
            RELEASE SortWorkRecord
        END-IF.
        PERFORM readHistoryAction.

    assessAccountsAction.
        PERFORM returnSortedAction.
        PERFORM collectOnePostingAction UNTIL sortEof.
        IF NOT firstGroup
            PERFORM assessAccountAction
        END-IF.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    collectOnePostingAction.
        IF firstGroup OR SortAccountId NOT = wsCurrentAccount
            IF NOT firstGroup
                PERFORM assessAccountAction
            END-IF
            MOVE SortAccountId TO wsCurrentAccount
            MOVE "N" TO firstGroupSwitch
            MOVE 0 TO chargeTableCount
            MOVE "N" TO chargedThisMonthSwitch
        END-IF.
        MOVE SortResultingBalance TO wsClosingBalance.
        IF SortReference = wsChargeReference
            SET chargedThisMonth TO TRUE
        END-IF.
        IF SortAmount < 0
            IF chargeTableCount < 200
                ADD 1 TO chargeTableCount
                MOVE SortDate TO chargeDate(chargeTableCount)
                COMPUTE chargeAmount(chargeTableCount) =
                    0 - SortAmount
                IF SortReference(1:2) = "LC"
                    MOVE "Y" TO chargeLateSwitch(chargeTableCount)
                ELSE
                    MOVE "N" TO chargeLateSwitch(chargeTableCount)
                END-IF
            ELSE
                ADD 1 TO chargeDroppedCount
            END-IF
        END-IF.
        PERFORM returnSortedAction.

    assessAccountAction.
        IF wsClosingBalance < 0
            COMPUTE wsOutstanding = 0 - wsClosingBalance
            MOVE 0 TO wsOverdue
            MOVE 0 TO wsDaysOverdue
            PERFORM matchOneChargeAction
                VARYING chargeTableIndex FROM chargeTableCount BY -1
                UNTIL chargeTableIndex < 1 OR wsOutstanding = 0
            IF wsOutstanding > 0
*>              Cut-over debt with no charge behind it has been owed
*>              longer than anything on file.
                ADD wsOutstanding TO wsOverdue
                MOVE 99999 TO wsDaysOverdue
                MOVE 0 TO wsOutstanding
            END-IF
            IF wsOverdue > 0
                PERFORM considerChargeAction
            END-IF
        END-IF.

    matchOneChargeAction.
        IF chargeAmount(chargeTableIndex) > wsOutstanding
            MOVE wsOutstanding TO wsAllocated
        ELSE
            MOVE chargeAmount(chargeTableIndex) TO wsAllocated
        END-IF.
        SUBTRACT wsAllocated FROM wsOutstanding.
        IF NOT chargeIsLateCharge(chargeTableIndex)
            SET CalCalendarDays TO TRUE
            MOVE chargeDate(chargeTableIndex) TO CalDate
            MOVE wsRunDate TO CalDate2
            CALL "CalendarService" USING calendarArea
            IF CalDayCount > wsGraceDays
                ADD wsAllocated TO wsOverdue
                IF CalDayCount > wsDaysOverdue
                    MOVE CalDayCount TO wsDaysOverdue
                END-IF
            END-IF
        END-IF.

    considerChargeAction.
        MOVE SPACES TO wsExcludeReason.
        PERFORM checkPlanAction.
        MOVE wsCurrentAccount TO BalanceAccountId.
        READ BALANCE-FILE
            KEY IS BalanceAccountId
            INVALID KEY
                MOVE "NO ACCOUNT" TO wsExcludeReason
                ADD 1 TO wsStatusCount
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN onPlan
                        MOVE "ON PLAN" TO wsExcludeReason
                        ADD 1 TO wsPlanCount
                    WHEN AccountInDispute
                        MOVE "DISPUTE" TO wsExcludeReason
                        ADD 1 TO wsDisputeCount
                    WHEN NOT AccountOpen
                        MOVE "NOT OPEN" TO wsExcludeReason
                        ADD 1 TO wsStatusCount
                    WHEN chargedThisMonth
                        MOVE "CHARGED" TO wsExcludeReason
                        ADD 1 TO wsDoneCount
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ.
        MOVE 0 TO wsChargeAmount.
        IF wsExcludeReason = SPACES
            PERFORM computeChargeAction
        END-IF.
        IF wsExcludeReason = SPACES
            PERFORM raiseChargeAction
        ELSE
            PERFORM writeRegisterLineAction
        END-IF.

    checkPlanAction.
        MOVE "N" TO onPlanSwitch.
        PERFORM VARYING planTableIndex FROM 1 BY 1
            UNTIL planTableIndex > planTableCount OR onPlan
            IF planTabStudentId(planTableIndex) = wsCurrentAccount(2:7)
                SET onPlan TO TRUE
            END-IF
        END-PERFORM.

    computeChargeAction.
*>      Overdue balance times the percentage, then over a hundred,
*>      both through the shared Arith call rounded to the penny.
        MOVE wsOverdue TO callOperandA.
        MOVE wsChargePct TO callOperandB.
        MOVE "M" TO callOperation.
        CALL "Arith" USING callOperandA, callOperandB, callOperation,
            callRoundingMode, callResult, callRemainder, callStatusCode.
        IF callOk
            MOVE callResult TO callOperandA
            MOVE 100 TO callOperandB
            MOVE "D" TO callOperation
            CALL "Arith" USING callOperandA, callOperandB,
                callOperation, callRoundingMode, callResult,
                callRemainder, callStatusCode
        END-IF.
        EVALUATE TRUE
            WHEN NOT callOk
                MOVE "** FAILED" TO wsExcludeReason
                ADD 1 TO wsFailedCount
            WHEN callResult < wsMinimumCharge
                MOVE callResult TO wsChargeAmount
                MOVE "BELOW MIN" TO wsExcludeReason
                ADD 1 TO wsBelowMinimumCount
            WHEN OTHER
                MOVE callResult TO wsChargeAmount
        END-EVALUATE.

    raiseChargeAction.
        MOVE wsCurrentAccount TO PostAccountId.
        COMPUTE PostAmount = 0 - wsChargeAmount.
        MOVE wsChargeReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        MOVE SPACES TO PostCurrency.
        MOVE 0 TO PostCurrencyAmount.
        PERFORM writeSourcePostingAction.
        ADD 1 TO wsChargedCount.
        ADD wsChargeAmount TO wsChargeTotal.
        PERFORM writeRegisterLineAction.

    writeRegisterLineAction.
        MOVE wsCurrentAccount TO wsDetailAccount.
        MOVE wsOverdue TO wsDetailOverdue.
        MOVE wsDaysOverdue TO wsDetailDays.
        MOVE wsChargePct TO wsDetailRate.
        MOVE wsChargeAmount TO wsDetailCharge.
        IF wsExcludeReason = SPACES
            MOVE wsChargeReference TO wsDetailReference
            MOVE "RAISED" TO wsDetailNote
        ELSE
            MOVE SPACES TO wsDetailReference
            MOVE SPACES TO wsDetailNote
            STRING "NOT RAISED - " DELIMITED BY SIZE
                   wsExcludeReason DELIMITED BY SIZE
                   INTO wsDetailNote
            END-STRING
        END-IF.
        WRITE RegisterLine FROM wsDetailLine.

    writeRegisterHeaderAction.
        MOVE "Late-payment charge register" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "   Grace days: " DELIMITED BY SIZE
               wsGraceDays DELIMITED BY SIZE
               "   Reference: " DELIMITED BY SIZE
               wsChargeReference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        WRITE RegisterLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.

    writeRegisterTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE wsChargeTotal TO wsEditedTotal.
        MOVE SPACES TO wsListLine.
        STRING "Charges raised: " DELIMITED BY SIZE
               wsChargedCount DELIMITED BY SIZE
               "   Total charged: " DELIMITED BY SIZE
               wsEditedTotal DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Not raised - plan: " DELIMITED BY SIZE
               wsPlanCount DELIMITED BY SIZE
               "  dispute: " DELIMITED BY SIZE
               wsDisputeCount DELIMITED BY SIZE
               "  not open: " DELIMITED BY SIZE
               wsStatusCount DELIMITED BY SIZE
               "  charged already: " DELIMITED BY SIZE
               wsDoneCount DELIMITED BY SIZE
               "  below minimum: " DELIMITED BY SIZE
               wsBelowMinimumCount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        IF chargeDroppedCount > 0
            MOVE SPACES TO wsListLine
            STRING "** WARNING: charge table full - " DELIMITED BY SIZE
                   chargeDroppedCount DELIMITED BY SIZE
                   " charge(s) not examined" DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RegisterLine FROM wsListLine
        END-IF.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE "O" TO regFunction.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
        MOVE SPACES TO sourceLine.
        SET SrcHeaderLine TO TRUE.
        MOVE regProgram TO SrcProgram.
        MOVE regRunId TO SrcRunId.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE 0 TO sourcePostingCount.
        MOVE 0 TO sourceNetAmount.

    writeSourcePostingAction.
        WRITE PostingRecord.
        ADD 1 TO sourcePostingCount.
        ADD PostAmount TO sourceNetAmount.

    writeSourceTrailerAction.
        MOVE SPACES TO sourceLine.
        SET SrcTrailerLine TO TRUE.
        MOVE sourcePostingCount TO SrcPostingCount.
        MOVE sourceNetAmount TO SrcNetAmount.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE "C" TO regFunction.
        MOVE sourcePostingCount TO regCount.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
