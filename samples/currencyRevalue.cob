IDENTIFICATION DIVISION.
PROGRAM-ID.  CurrencyRevalue.

*> Month-end revaluation of the foreign-currency ledger accounts.
*> Every SIGNBAL account held in a currency carries its balance in
*> that currency and a sterling book value built up posting by
*> posting at the rates of the day.  This run restates each one at
*> the closing rate - the buy rate RateService finds in force on the
*> revaluation date - and appends the difference to SIGNPOST for the
*> next SignedArith pass as a balanced BAT/END batch: the account
*> moves by the difference in sterling only (its currency balance is
*> untouched), and the designated exchange gain/loss account takes
*> the other side.
*>
*> The gain/loss account is the GAIN-LOSS-ACCT setting on the
*> PARMMAST parameter master and the REVALPRM control record names
*> the revaluation date (zero means the run date); with no gain/loss
*> account the run is refused with RETURN-CODE 8.  Each adjustment
*> carries the reference RV plus the revaluation date, so a second
*> run for the same date while the first is still waiting on
*> SIGNPOST is refused too rather than posting everything twice.
*>
*> The REVALRPT report lists the accounts currency by currency -
*> currency balance, book sterling, closing rate, revalued sterling
*> and the adjustment - with a subtotal per currency and the
*> exchange difference taken to the gain/loss account.  A currency
*> with no rate by the revaluation date is reported and left alone,
*> and the run ends with RETURN-CODE 4.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The gain/loss account is now the GAIN-LOSS-ACCT setting on the
*>   PARMMAST parameter master, read through ParmService; REVALPRM
*>   carries only the revaluation date, the old account columns on an
*>   existing card being ignored.
*> - At cutover the one-off ParmConvert run carries its gain/loss
*>   account column from the old REVALPRM card onto PARMMAST, effective
*>   on the day it runs, so the value in use is kept rather than falling
*>   back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT REVAL-PARAMETER-FILE ASSIGN TO "REVALPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT REVAL-REPORT-FILE ASSIGN TO "REVALRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).
    05  PostCurrency        PIC X(3).
    05  PostCurrencyAmount  PIC S9(7)V99.

FD  REVAL-PARAMETER-FILE.
01  RevalParameterRecord.
    05  FILLER              PIC X(8).
    05  ParmRevalDate       PIC 9(8).

FD  REVAL-REPORT-FILE.
01  RevalReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 balanceEofSwitch PIC X VALUE "N".
   88 balanceEof VALUE "Y".
01 postingEofSwitch PIC X VALUE "N".
   88 postingEof VALUE "Y".
01 alreadyPendingSwitch PIC X VALUE "N".
   88 alreadyPending VALUE "Y".

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRevalDate PIC 9(8) VALUE 0.
01 wsGainLossAccount PIC X(8) VALUE SPACES.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRevalReference.
   05 FILLER            PIC XX VALUE "RV".
   05 wsRevalRefDate    PIC 9(8) VALUE 0.

01 accountTableCount PIC 9(3) VALUE 0.
01 accountTableIndex PIC 9(3) VALUE 0.
01 accountDroppedCount PIC 9(4) VALUE 0.
01 accountTable.
    05 accountTableEntry OCCURS 500 TIMES.
        10 acctTabId       PIC X(8).
        10 acctTabCurrency PIC X(3).
        10 acctTabForeign  PIC S9(7)V99.
        10 acctTabSterling PIC S9(7)V99.

01 currencyTableCount PIC 9(2) VALUE 0.
01 currencyTableIndex PIC 9(2) VALUE 0.
01 currencyFoundSwitch PIC X VALUE "N".
   88 currencyFound VALUE "Y".
01 currencyTable.
    05 currencyTableEntry OCCURS 20 TIMES PIC X(3).

01 rateLookArea.
    COPY RATELOOK.

01 wsRevaluedSterling PIC S9(7)V99 VALUE 0.
01 wsAdjustment PIC S9(7)V99 VALUE 0.
01 revalueFailedSwitch PIC X VALUE "N".
   88 revalueFailed VALUE "Y".

01 currencyTotals.
   05 ccyForeignTotal   PIC S9(9)V99 VALUE 0.
   05 ccyBookTotal      PIC S9(9)V99 VALUE 0.
   05 ccyRevaluedTotal  PIC S9(9)V99 VALUE 0.
   05 ccyAdjustTotal    PIC S9(9)V99 VALUE 0.

01 wsAccountsRevalued PIC 9(5) VALUE 0.
01 wsAdjustmentsPosted PIC 9(5) VALUE 0.
01 wsCurrenciesNoRate PIC 9(3) VALUE 0.
01 wsAccountsFailed PIC 9(5) VALUE 0.
01 wsExchangeTotal PIC S9(9)V99 VALUE 0.

01 wsBatchLine.
   05 wsBatchTag        PIC X(3).
   05 wsBatchReference  PIC X(10).
   05 FILLER            PIC X(34) VALUE SPACES.

01 wsHeadingLine.
    05 FILLER PIC X(10) VALUE "Account   ".
    05 FILLER PIC X(5)  VALUE "Ccy  ".
    05 FILLER PIC X(13) VALUE "  Ccy balance".
    05 FILLER PIC X(13) VALUE "  Book sterl.".
    05 FILLER PIC X(12) VALUE "  Close rate".
    05 FILLER PIC X(13) VALUE "  Revalued  ".
    05 FILLER PIC X(13) VALUE "   Adjustment".

01 wsDetailLine.
    05 wsDetailAccountId PIC X(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailCurrency  PIC X(3).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailForeign   PIC -(7)9.99.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailBook      PIC -(7)9.99.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailRate      PIC ZZ9.999999.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailRevalued  PIC -(7)9.99.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailAdjust    PIC -(7)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailFlag      PIC X(12).

01 wsTotalLine.
    05 FILLER            PIC X(5) VALUE SPACES.
    05 wsTotalCurrency   PIC X(3).
    05 FILLER            PIC X(3) VALUE SPACES.
    05 wsTotalForeign    PIC -(9)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 wsTotalBook       PIC -(9)9.99.
    05 FILLER            PIC X(12) VALUE SPACES.
    05 wsTotalRevalued   PIC -(9)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 wsTotalAdjust     PIC -(9)9.99.

01 wsEditedAmount PIC -(9)9.99.
01 wsEditedRate PIC ZZ9.999999.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "CurrencyRevalue".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    IF wsGainLossAccount = SPACES
        DISPLAY "**************************************************"
        DISPLAY "* NO GAIN/LOSS ACCOUNT ON THE PARAMETER MASTER - *"
        DISPLAY "* REVALUATION NOT RUN.                           *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE wsRevalDate TO wsRevalRefDate.
    PERFORM checkPendingRevaluationAction.
    IF alreadyPending
        DISPLAY "**************************************************"
        DISPLAY "* REVALUATION " wsRevalReference
            " IS ALREADY ON SIGNPOST  *"
        DISPLAY "* RUN SIGNEDARITH BEFORE REVALUING AGAIN.        *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "No balance file - nothing to revalue, status "
            wsBalanceStatus
        GOBACK
    END-IF.
    PERFORM readBalanceAction.
    PERFORM noteForeignAccountAction UNTIL balanceEof.
    CLOSE BALANCE-FILE.

    OPEN OUTPUT REVAL-REPORT-FILE.
    PERFORM writeReportHeaderAction.
    IF currencyTableCount > 0
        OPEN EXTEND POSTING-FILE
        IF wsPostingStatus NOT = "00"
            OPEN OUTPUT POSTING-FILE
        END-IF
        PERFORM writeSourceHeaderAction
        PERFORM revalueOneCurrencyAction
            VARYING currencyTableIndex FROM 1 BY 1
            UNTIL currencyTableIndex > currencyTableCount
        PERFORM writeSourceTrailerAction
        CLOSE POSTING-FILE
    ELSE
        MOVE "No account is held in a foreign currency." TO wsListLine
        WRITE RevalReportLine FROM wsListLine
    END-IF.
    PERFORM writeReportTotalsAction.
    CLOSE REVAL-REPORT-FILE.

    MOVE wsExchangeTotal TO wsEditedAmount.
    DISPLAY "=====================".
    DISPLAY " Currency revaluation at " wsRevalDate.
    DISPLAY " Accounts revalued      : " wsAccountsRevalued.
    DISPLAY " Adjustments to SIGNPOST: " wsAdjustmentsPosted.
    DISPLAY " Exchange difference    : " wsEditedAmount.
    DISPLAY " Currencies with no rate: " wsCurrenciesNoRate.
    DISPLAY " Accounts not revalued  : " wsAccountsFailed.
    DISPLAY "=====================".
    IF wsCurrenciesNoRate > 0 OR wsAccountsFailed > 0
        OR accountDroppedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        MOVE wsRunDate TO wsRevalDate.
        OPEN INPUT REVAL-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ REVAL-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmRevalDate IS NUMERIC AND ParmRevalDate > 0
                        MOVE ParmRevalDate TO wsRevalDate
                    END-IF
            END-READ
            CLOSE REVAL-PARAMETER-FILE
        END-IF.
        MOVE "CurrencyRevalue" TO ParmLookProgram.
        MOVE "GAIN-LOSS-ACCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO wsGainLossAccount
        END-IF.

    checkPendingRevaluationAction.
        MOVE "N" TO alreadyPendingSwitch.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM UNTIL postingEof OR alreadyPending
                IF PostReference = wsRevalReference
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

    readBalanceAction.
        READ BALANCE-FILE
            AT END
                SET balanceEof TO TRUE
        END-READ.

    noteForeignAccountAction.
        IF NOT SterlingAccount
            IF accountTableCount < 500
                ADD 1 TO accountTableCount
                MOVE BalanceAccountId TO acctTabId(accountTableCount)
                MOVE BalanceCurrency
                    TO acctTabCurrency(accountTableCount)
                MOVE BalanceCurrencyAmount
                    TO acctTabForeign(accountTableCount)
                MOVE BalanceAmount TO acctTabSterling(accountTableCount)
                PERFORM noteCurrencyAction
            ELSE
                ADD 1 TO accountDroppedCount
            END-IF
        END-IF.
        PERFORM readBalanceAction.

    noteCurrencyAction.
        MOVE "N" TO currencyFoundSwitch.
        PERFORM VARYING currencyTableIndex FROM 1 BY 1
            UNTIL currencyTableIndex > currencyTableCount
            IF currencyTableEntry(currencyTableIndex) = BalanceCurrency
                SET currencyFound TO TRUE
            END-IF
        END-PERFORM.
        IF NOT currencyFound AND currencyTableCount < 20
            ADD 1 TO currencyTableCount
            MOVE BalanceCurrency
                TO currencyTableEntry(currencyTableCount)
        END-IF.

    revalueOneCurrencyAction.
        INITIALIZE currencyTotals.
        MOVE SPACES TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        MOVE currencyTableEntry(currencyTableIndex) TO RateLookCurrency.
        MOVE wsRevalDate TO RateLookDate.
        CALL "RateService" USING rateLookArea.
        IF RateLookFound
            MOVE RateLookBuy TO wsEditedRate
            MOVE SPACES TO wsListLine
            STRING "Currency " DELIMITED BY SIZE
                   RateLookCurrency DELIMITED BY SIZE
                   " - closing rate " DELIMITED BY SIZE
                   wsEditedRate DELIMITED BY SIZE
                   " effective " DELIMITED BY SIZE
                   RateLookEffective DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RevalReportLine FROM wsListLine
            PERFORM revalueOneAccountAction
                VARYING accountTableIndex FROM 1 BY 1
                UNTIL accountTableIndex > accountTableCount
            PERFORM writeCurrencyTotalAction
        ELSE
            ADD 1 TO wsCurrenciesNoRate
            MOVE SPACES TO wsListLine
            STRING "Currency " DELIMITED BY SIZE
                   RateLookCurrency DELIMITED BY SIZE
                   " - ** NO RATE BY " DELIMITED BY SIZE
                   wsRevalDate DELIMITED BY SIZE
                   " - NOT REVALUED **" DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RevalReportLine FROM wsListLine
        END-IF.

    revalueOneAccountAction.
        IF acctTabCurrency(accountTableIndex) = RateLookCurrency
            MOVE "N" TO revalueFailedSwitch
            COMPUTE wsRevaluedSterling ROUNDED =
                acctTabForeign(accountTableIndex) / RateLookBuy
                ON SIZE ERROR
                    SET revalueFailed TO TRUE
            END-COMPUTE
            IF NOT revalueFailed
                COMPUTE wsAdjustment = wsRevaluedSterling
                    - acctTabSterling(accountTableIndex)
                    ON SIZE ERROR
                        SET revalueFailed TO TRUE
                END-COMPUTE
            END-IF
            MOVE acctTabId(accountTableIndex) TO wsDetailAccountId
            MOVE RateLookCurrency TO wsDetailCurrency
            MOVE acctTabForeign(accountTableIndex) TO wsDetailForeign
            MOVE acctTabSterling(accountTableIndex) TO wsDetailBook
            MOVE RateLookBuy TO wsDetailRate
            IF revalueFailed
                ADD 1 TO wsAccountsFailed
                MOVE 0 TO wsDetailRevalued
                MOVE 0 TO wsDetailAdjust
                MOVE "** OVERFLOW" TO wsDetailFlag
            ELSE
                ADD 1 TO wsAccountsRevalued
                MOVE wsRevaluedSterling TO wsDetailRevalued
                MOVE wsAdjustment TO wsDetailAdjust
                MOVE SPACES TO wsDetailFlag
                ADD acctTabForeign(accountTableIndex) TO ccyForeignTotal
                ADD acctTabSterling(accountTableIndex) TO ccyBookTotal
                ADD wsRevaluedSterling TO ccyRevaluedTotal
                ADD wsAdjustment TO ccyAdjustTotal
                IF wsAdjustment NOT = 0
                    PERFORM postAdjustmentAction
                END-IF
            END-IF
            WRITE RevalReportLine FROM wsDetailLine
        END-IF.

    postAdjustmentAction.
*>      The account moves in sterling only - currency amount zero
*>      with the currency named - and the gain/loss account takes
*>      the other side in the same batch.
        MOVE "BAT" TO wsBatchTag.
        MOVE wsRevalReference TO wsBatchReference.
        MOVE wsBatchLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE acctTabId(accountTableIndex) TO PostAccountId.
        MOVE wsAdjustment TO PostAmount.
        MOVE wsRevalReference TO PostReference.
        MOVE wsRevalDate TO PostDate.
        MOVE RateLookCurrency TO PostCurrency.
        MOVE 0 TO PostCurrencyAmount.
        PERFORM writeSourcePostingAction.
        MOVE wsGainLossAccount TO PostAccountId.
        COMPUTE PostAmount = 0 - wsAdjustment.
        MOVE wsRevalReference TO PostReference.
        MOVE wsRevalDate TO PostDate.
        MOVE SPACES TO PostCurrency.
        MOVE 0 TO PostCurrencyAmount.
        PERFORM writeSourcePostingAction.
        MOVE "END" TO wsBatchTag.
        MOVE wsBatchLine TO PostingRecord.
        WRITE PostingRecord.
        ADD 1 TO wsAdjustmentsPosted.
        SUBTRACT wsAdjustment FROM wsExchangeTotal.

    writeCurrencyTotalAction.
        MOVE ALL "-" TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        MOVE RateLookCurrency TO wsTotalCurrency.
        MOVE ccyForeignTotal TO wsTotalForeign.
        MOVE ccyBookTotal TO wsTotalBook.
        MOVE ccyRevaluedTotal TO wsTotalRevalued.
        MOVE ccyAdjustTotal TO wsTotalAdjust.
        WRITE RevalReportLine FROM wsTotalLine.
        COMPUTE wsEditedAmount = 0 - ccyAdjustTotal.
        MOVE SPACES TO wsListLine.
        STRING "  Exchange difference to " DELIMITED BY SIZE
               wsGainLossAccount DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RevalReportLine FROM wsListLine.

    writeReportHeaderAction.
        MOVE "Foreign-currency revaluation" TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Revaluation date: " DELIMITED BY SIZE
               wsRevalDate DELIMITED BY SIZE
               "   Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "   Gain/loss account: " DELIMITED BY SIZE
               wsGainLossAccount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RevalReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        WRITE RevalReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE RevalReportLine FROM wsListLine.
        MOVE wsExchangeTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Total exchange difference to " DELIMITED BY SIZE
               wsGainLossAccount DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RevalReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Accounts revalued: " DELIMITED BY SIZE
               wsAccountsRevalued DELIMITED BY SIZE
               "  Adjustments posted: " DELIMITED BY SIZE
               wsAdjustmentsPosted DELIMITED BY SIZE
               "  Currencies with no rate: " DELIMITED BY SIZE
               wsCurrenciesNoRate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RevalReportLine FROM wsListLine.
        IF accountDroppedCount > 0
            MOVE SPACES TO wsListLine
            STRING "** " DELIMITED BY SIZE
                   accountDroppedCount DELIMITED BY SIZE
                   " account(s) beyond the work table - not revalued."
                       DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RevalReportLine FROM wsListLine
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
