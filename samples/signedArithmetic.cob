*>   RunRegistry service, stamps it on the first voucher line and
*>   records the applied-posting count against it at close, so a
*>   disputed SIGNVOCH in the output bin traces straight to its run.
*> - The ledger now carries pounds and pence: postings, balances,
*>   history and suspense amounts are S9(7)V99, the control totals
*>   hold two decimal places, and the voucher, exception and trailer
*>   lines print amounts to the penny.
*> - Ledger accounts can now carry a currency (SIGNBAL BalanceCurrency,
*>   with the balance in that currency alongside the sterling one).  A
*>   posting may name a currency and a currency amount; with no sterling
*>   amount it is valued at the buy rate in force on its posting date
*>   through the shared RateService, and a sterling posting to a foreign
*>   account moves its currency balance at the same rate.  SIGNHIST
*>   records both.  A posting in another currency than its account's, or
*>   with no rate to value it, is refused to SIGNEXCP with a currency
*>   line; one whose sterling value is known is held on suspense as
*>   usual.
*> - An account opened by a first posting starts with no dispute flag
*>   (SIGNBAL BalanceDisputeSwitch, set through SignAccountMaint).
*> - An account opened by a first posting is classed as a balance-sheet
*>   account (SIGNBAL BalanceClass B) until SignAccountMaint says
*>   otherwise.
*> - Postings may carry a VAT code (trailing on SIGNPOST; a short
*>   line has none).  The code's rate in force on the posting date
*>   comes from the VATCODES table kept by VatCodeMaint; the gross is
*>   split into the net, posted to the target account, and the tax,
*>   posted to the VATCTRL control account under the same reference.
*>   SIGNHIST carries the code and rate on both lines and the tax on
*>   the target's, for VatReturn.  A code with no rate by the posting
*>   date sends the gross to suspense (VATCOD) with a VAT line on
*>   SIGNEXCP.
*> - Each posting of an applied journal batch is logged on SIGNBATL
*>   with its BAT batch reference, since SIGNHIST carries only the
*>   posting's own reference; JournalReverse uses it to find every
*>   entry a batch made.
*> - SIGNPOST is now proven source by source.  Each feeder brackets
*>   its postings with an HDR line (program and RunRegistry run id) and
*>   a TRL line (posting count and net amount).  A first pass checks
*>   every section against its trailer; the run then applies the
*>   proven sections and holds back any section with no trailer or a
*>   disagreeing one, writing a SOURCE HELD line and each of its
*>   postings to SIGNEXCP.  Per-source control totals go on SIGNVOCH
*>   ahead of the run trailer.  Postings outside any section apply as
*>   before.
*> - The SIGNHIST record layout now comes from the shared SIGNHIST
*>   copybook used by every program that reads the history.
*> - Suspense items are written at the full SIGNSUSP length, the
*>   cleared-by and cleared-date fields blank until SuspenseClear
*>   clears them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSuspenseStatus.

    SELECT VAT-CODE-FILE ASSIGN TO "VATCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsVatCodeStatus.

    SELECT BATCH-LOG-FILE ASSIGN TO "SIGNBATL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBatchLogStatus.

DATA DIVISION.
FILE SECTION.
FD  BALANCE-FILE.
FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).
    05  PostCurrency        PIC X(3).
    05  PostCurrencyAmount  PIC S9(7)V99.
    05  PostVatCode         PIC X(2).

FD  VOUCHER-FILE.
01  VoucherRecord           PIC X(80).

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  PERIOD-FILE.
01  PeriodRecord.
FD  SUSPENSE-FILE.
01  SuspenseRecord.
    05  SuspOriginalAccount PIC X(8).
    05  SuspAmount          PIC S9(7)V99.
    05  SuspReference       PIC X(10).
    05  SuspDate            PIC 9(8).
    05  SuspReason          PIC X(6).
    05  SuspClearedSwitch   PIC X.
        88 suspCleared      VALUE "Y".
    05  SuspClearedBy       PIC X(8).
    05  SuspClearedDate     PIC 9(8).

FD  BATCH-LOG-FILE.
01  BatchLogRecord.
    COPY SIGNBATL.

FD  VAT-CODE-FILE.
01  VatCodeRecord.
    COPY VATCODE.

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logFileStatus  PIC XX    VALUE "00".
   05 logActionTaken PIC X(30) VALUE SPACES.

01 A PIC S9(7)V99.

*> The account's balance in its own currency, alongside the sterling
*> balance in A, and the currency movement a posting makes to it.
01 currencyBalance PIC S9(7)V99 VALUE 0.
01 currencyMovement PIC S9(7)V99 VALUE 0.
01 postingValuedSwitch PIC X VALUE "Y".
   88 postingValued VALUE "Y".
01 currencyRefusedSwitch PIC X VALUE "N".
   88 currencyRefused VALUE "Y".
01 wsCurrencyReason PIC X(8) VALUE SPACES.

01 rateLookArea.
    COPY RATELOOK.

01 wsCurrencyExceptionLine.
   05 wsCurrExcpAccountId  PIC X(8).
   05 FILLER               PIC X VALUE SPACE.
   05 FILLER               PIC X(27)
       VALUE "POSTING REFUSED - CURRENCY ".
   05 wsCurrExcpReason     PIC X(8).
   05 FILLER               PIC X(5) VALUE " CCY=".
   05 wsCurrExcpCurrency   PIC X(3).
   05 FILLER               PIC X(5) VALUE " REF=".
   05 wsCurrExcpReference  PIC X(10).

*> VAT: the code table with its rates by effective date, the rate
*> and tax found for the posting in hand, and the account the tax
*> goes to.
01 wsVatCodeStatus PIC XX VALUE "00".
01 vatCodeEofSwitch PIC X VALUE "N".
   88 vatCodeEof VALUE "Y".
01 vatTableCount PIC 9(2) VALUE 0.
01 vatTableIndex PIC 9(2) VALUE 0.
01 vatTable.
    05 vatTableEntry OCCURS 50 TIMES.
        10 vatTabCode PIC X(2).
        10 vatTabRate PIC 9(2)V99.
        10 vatTabDate PIC 9(8).
01 vatControlAccount PIC X(8) VALUE "VATCTRL".
01 wsVatRate PIC 9(2)V99 VALUE 0.
01 wsVatRateDate PIC 9(8) VALUE 0.
01 wsVatTax PIC S9(7)V99 VALUE 0.
01 vatRateFoundSwitch PIC X VALUE "N".
   88 vatRateFound VALUE "Y".
01 vatSplitPendingSwitch PIC X VALUE "N".
   88 vatSplitPending VALUE "Y".

01 wsVatExceptionLine.
   05 wsVatExcpAccountId   PIC X(8).
   05 FILLER               PIC X VALUE SPACE.
   05 FILLER               PIC X(27)
       VALUE "POSTING REFUSED - VAT CODE ".
   05 wsVatExcpCode        PIC X(2).
   05 FILLER               PIC X(13) VALUE " NO RATE REF=".
   05 wsVatExcpReference   PIC X(10).

01 wsBalanceStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 accountFoundSwitch PIC X VALUE "N".
   88 accountFound    VALUE "Y".

01 overdraftThreshold PIC S9(7)V99 VALUE -500.

01 wsPeriodStatus PIC XX VALUE "00".
01 periodEofSwitch PIC X VALUE "N".
01 controlTotals.
   05 postingCount      PIC 9(5) VALUE 0.
   05 rejectedCount     PIC 9(5) VALUE 0.
   05 debitTotal        PIC 9(9)V99 VALUE 0.
   05 creditTotal       PIC 9(9)V99 VALUE 0.
   05 netMovement       PIC S9(9)V99 VALUE 0.
   05 batchesApplied    PIC 9(4) VALUE 0.
   05 batchesRejected   PIC 9(4) VALUE 0.
   05 suspenseCount     PIC 9(5) VALUE 0.
01 suspenseOverflowSwitch PIC X VALUE "N".
   88 suspenseOverflowed VALUE "Y".

01 wsBatchLogStatus PIC XX VALUE "00".

*> Feeder source sections: each feeder brackets what it appends to
*> SIGNPOST with an HDR line (program, run id) and a TRL line (count
*> and net of its postings).  The first pass over the file proves
*> every section against its trailer; the second applies the proven
*> ones and holds the rest back.
01 sourceLine.
    COPY SIGNSRC.
01 inSourceSwitch PIC X VALUE "N".
   88 insideSource VALUE "Y".
01 sourceHeldSwitch PIC X VALUE "N".
   88 sourceHeld VALUE "Y".
01 sourceTableCount PIC 9(3) VALUE 0.
01 sourceTableIndex PIC 9(3) VALUE 0.
01 sourceDroppedCount PIC 9(3) VALUE 0.
01 currentSource PIC 9(3) VALUE 0.
01 sourceTable.
    05 sourceTableEntry OCCURS 500 TIMES.
        10 srcTabProgram      PIC X(16).
        10 srcTabRunId        PIC 9(6).
        10 srcTabCount        PIC 9(6).
        10 srcTabNet          PIC S9(9)V99.
        10 srcTabTrailerCount PIC 9(6).
        10 srcTabTrailerNet   PIC S9(9)V99.
        10 srcTabStatus       PIC X.
           88 srcTabProven    VALUE "P".
           88 srcTabOpen      VALUE "O".
           88 srcTabNoTrailer VALUE "N".
           88 srcTabDiffers   VALUE "D".
01 looseCount PIC 9(6) VALUE 0.
01 looseNet PIC S9(9)V99 VALUE 0.
01 sourcesHeld PIC 9(3) VALUE 0.
01 heldPostingCount PIC 9(5) VALUE 0.

01 wsSourceVoucherLine.
   05 FILLER             PIC X(7) VALUE "SOURCE ".
   05 wsSrcVochProgram   PIC X(16).
   05 FILLER             PIC X(5) VALUE " RUN=".
   05 wsSrcVochRunId     PIC 9(6).
   05 FILLER             PIC X(7) VALUE " COUNT=".
   05 wsSrcVochCount     PIC 9(6).
   05 FILLER             PIC X(5) VALUE " NET=".
   05 wsSrcVochNetSign   PIC X.
   05 wsSrcVochNetDigits PIC 9(9).99.
   05 FILLER             PIC X VALUE SPACE.
   05 wsSrcVochStatus    PIC X(8).

01 wsSourceExceptionLine.
   05 FILLER             PIC X(12) VALUE "SOURCE HELD ".
   05 wsSrcExcpProgram   PIC X(16).
   05 FILLER             PIC X(5) VALUE " RUN=".
   05 wsSrcExcpRunId     PIC 9(6).
   05 FILLER             PIC X VALUE SPACE.
   05 wsSrcExcpReason    PIC X(20).

01 wsHeldPostingLine.
   05 FILLER             PIC X(12) VALUE "HELD POSTING".
   05 FILLER             PIC X VALUE SPACE.
   05 wsHeldPosting      PIC X(49).

01 inBatchSwitch PIC X VALUE "N".
   88 insideBatch VALUE "Y".
01 wsBatchReference PIC X(10) VALUE SPACES.
01 wsBatchNet PIC S9(9)V99 VALUE 0.
01 batchTableCount PIC 9(3) VALUE 0.
01 batchTableIndex PIC 9(3) VALUE 0.
01 batchOverflowSwitch PIC X VALUE "N".
   88 batchOverflowed VALUE "Y".
01 batchUnvaluedSwitch PIC X VALUE "N".
   88 batchUnvalued VALUE "Y".
01 batchTable.
    05 batchTableEntry OCCURS 200 TIMES.
        10 batchTabAccount   PIC X(8).
        10 batchTabAmount    PIC S9(7)V99.
        10 batchTabReference PIC X(10).
        10 batchTabDate      PIC 9(8).
        10 batchTabCurrency  PIC X(3).
        10 batchTabCurrencyAmount PIC S9(7)V99.
        10 batchTabVatCode   PIC X(2).

01 wsBatchExceptionLine.
   05 FILLER               PIC X(24)
   05 wsBatchExcpReference PIC X(10).
   05 FILLER               PIC X(11) VALUE " IMBALANCE=".
   05 wsBatchExcpSign      PIC X.
   05 wsBatchExcpDigits    PIC 9(9).99.

01 wsExceptionLine.
   05 wsExceptionAccountId PIC X(8).
   05 FILLER               PIC X VALUE SPACE.
   05 FILLER               PIC X(18) VALUE "OVERDRAFT BALANCE=".
   05 wsExceptionSign      PIC X.
   05 wsExceptionDigits    PIC 9(7).99.

01 postingOverflowSwitch PIC X VALUE "N".
   88 postingOverflowed VALUE "Y".
   05 wsVoucherType    PIC X(6).
   05 FILLER           PIC X VALUE SPACE.
   05 wsVoucherSign    PIC X.
   05 wsVoucherDigits  PIC 9(7).99.
   05 FILLER           PIC X(5) VALUE " REF=".
   05 wsVoucherReference PIC X(10).
   05 FILLER           PIC X(6) VALUE " DATE=".
   05 wsVoucherDate    PIC 9(8).
   05 FILLER           PIC X(5) VALUE " BAL=".
   05 wsVoucherBalSign PIC X.
   05 wsVoucherBalDigits PIC 9(7).99.

01 wsTrailerLine.
   05 FILLER           PIC X(11) VALUE "TOTALS DR=".
   05 wsTrailerDebits  PIC 9(9).99.
   05 FILLER           PIC X(4) VALUE " CR=".
   05 wsTrailerCredits PIC 9(9).99.
   05 FILLER           PIC X(5) VALUE " NET=".
   05 wsTrailerNetSign PIC X.
   05 wsTrailerNetDigits PIC 9(9).99.

PROCEDURE DIVISION.
Begin.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.
    PERFORM loadPeriodTableAction.
    PERFORM loadVatTableAction.
    OPEN I-O BALANCE-FILE.
    IF wsBalanceStatus = "35"
        OPEN OUTPUT BALANCE-FILE
    IF wsHistoryStatus NOT = "00"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    OPEN EXTEND BATCH-LOG-FILE.
    IF wsBatchLogStatus NOT = "00"
        OPEN OUTPUT BATCH-LOG-FILE
    END-IF.

    PERFORM proveSourceSectionsAction.
    MOVE "N" TO postingEofSwitch.
    OPEN INPUT POSTING-FILE.
    IF wsPostingStatus = "00"
        PERFORM readPostingAction
        PERFORM logFileErrorAction
    END-IF.

    PERFORM writeSourceTotalsAction.
    PERFORM writeTrailerAction.
    MOVE "C" TO regFunction.
    MOVE postingCount TO regCount.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.
    CLOSE HISTORY-FILE.
    CLOSE BATCH-LOG-FILE.
    CLOSE VOUCHER-FILE.
    CLOSE BALANCE-FILE.
    CLOSE EXCEPTION-FILE.
    DISPLAY " Batches applied  : " batchesApplied.
    DISPLAY " Held on suspense : " suspenseCount.
    DISPLAY " Batches rejected : " batchesRejected.
    DISPLAY " Sources held     : " sourcesHeld.
    DISPLAY " Postings held    : " heldPostingCount.
    DISPLAY "=====================".
    GOBACK.


    processPostingAction.
        EVALUATE TRUE
            WHEN PostingRecord(1:3) = "HDR"
                PERFORM openSourceAction
            WHEN PostingRecord(1:3) = "TRL"
                MOVE "N" TO inSourceSwitch
                MOVE "N" TO sourceHeldSwitch
            WHEN sourceHeld
                ADD 1 TO heldPostingCount
                MOVE PostingRecord TO wsHeldPosting
                WRITE ExceptionRecord FROM wsHeldPostingLine
            WHEN PostingRecord(1:3) = "BAT"
                PERFORM openBatchAction
            WHEN PostingRecord(1:3) = "END"
        PERFORM readPostingAction.

    applyPostingAction.
        PERFORM valueCurrencyPostingAction.
        IF NOT postingValued
            PERFORM rejectUnvaluedPostingAction
        ELSE
            PERFORM splitVatAction
            IF PostVatCode NOT = SPACES AND NOT vatRateFound
                PERFORM rejectVatPostingAction
            ELSE
                PERFORM applyValuedPostingAction
                IF vatSplitPending
                    PERFORM postVatTaxAction
                END-IF
            END-IF
        END-IF.

    applyValuedPostingAction.
        PERFORM checkPostingPeriodAction.
        IF postingPeriodClosed
            PERFORM rejectClosedPeriodAction
        MOVE 0 TO batchTableCount.
        MOVE 0 TO wsBatchNet.
        MOVE "N" TO batchOverflowSwitch.
        MOVE "N" TO batchUnvaluedSwitch.

    bufferBatchPostingAction.
*>      Nothing is applied until the whole batch has proved itself.
*>      A currency posting is valued in sterling as it is buffered,
*>      so the batch balances in sterling like any other.
        PERFORM valueCurrencyPostingAction.
        IF NOT postingValued
            SET batchUnvalued TO TRUE
            PERFORM writeCurrencyExceptionAction
        END-IF.
        IF batchTableCount < 200
            ADD 1 TO batchTableCount
            MOVE PostAccountId TO batchTabAccount(batchTableCount)
            MOVE PostAmount TO batchTabAmount(batchTableCount)
            MOVE PostReference TO batchTabReference(batchTableCount)
            MOVE PostDate TO batchTabDate(batchTableCount)
            MOVE PostCurrency TO batchTabCurrency(batchTableCount)
            MOVE PostCurrencyAmount
                TO batchTabCurrencyAmount(batchTableCount)
            MOVE PostVatCode TO batchTabVatCode(batchTableCount)
            ADD PostAmount TO wsBatchNet
        ELSE
            SET batchOverflowed TO TRUE
            DISPLAY "Stray END line on the postings file - ignored."
        ELSE
            IF wsBatchNet = 0 AND NOT batchOverflowed
                AND NOT batchUnvalued
                ADD 1 TO batchesApplied
                PERFORM applyOneBatchedPostingAction
                    VARYING batchTableIndex FROM 1 BY 1
                    DISPLAY "Batch " wsBatchReference
                        " exceeds the batch table - rejected whole."
                END-IF
                IF batchUnvalued
                    DISPLAY "Batch " wsBatchReference
                        " holds a currency posting with no rate - "
                        "rejected whole."
                END-IF
                PERFORM rejectWholeBatchAction
            END-IF
        END-IF.
        MOVE batchTabAmount(batchTableIndex) TO PostAmount.
        MOVE batchTabReference(batchTableIndex) TO PostReference.
        MOVE batchTabDate(batchTableIndex) TO PostDate.
        MOVE batchTabCurrency(batchTableIndex) TO PostCurrency.
        MOVE batchTabCurrencyAmount(batchTableIndex)
            TO PostCurrencyAmount.
        MOVE batchTabVatCode(batchTableIndex) TO PostVatCode.
        MOVE wsBatchReference TO BatlBatchReference.
        MOVE PostAccountId TO BatlAccountId.
        MOVE PostReference TO BatlReference.
        MOVE PostDate TO BatlDate.
        MOVE PostAmount TO BatlAmount.
        WRITE BatchLogRecord.
        PERFORM applyPostingAction.

    rejectWholeBatchAction.
        PERFORM divertToSuspenseAction.

    applyOpenPostingAction.
        PERFORM workCurrencyMovementAction.
        IF currencyRefused
            PERFORM rejectCurrencyPostingAction
        ELSE
            PERFORM applyMovementAction
        END-IF.

    applyMovementAction.
        MOVE "N" TO postingOverflowSwitch.
        ADD PostAmount TO A
            ON SIZE ERROR
                SET postingOverflowed TO TRUE
        END-ADD.
        ADD currencyMovement TO currencyBalance
            ON SIZE ERROR
                SET postingOverflowed TO TRUE
        END-ADD.
        IF postingOverflowed
            PERFORM rejectOverflowPostingAction
        ELSE
        MOVE PostAmount TO HistAmount.
        MOVE PostReference TO HistReference.
        MOVE A TO HistResultingBalance.
        IF SterlingAccount
            MOVE PostCurrency TO HistCurrency
            MOVE PostCurrencyAmount TO HistCurrencyAmount
        ELSE
            MOVE BalanceCurrency TO HistCurrency
            MOVE currencyMovement TO HistCurrencyAmount
        END-IF.
        MOVE PostVatCode TO HistVatCode.
        MOVE 0 TO HistVatRate.
        MOVE 0 TO HistVatAmount.
        IF PostVatCode NOT = SPACES
            MOVE wsVatRate TO HistVatRate
            IF vatSplitPending
                MOVE wsVatTax TO HistVatAmount
            END-IF
        END-IF.
        WRITE PostingHistoryRecord.

    valueCurrencyPostingAction.
*>      A posting keyed in a currency with no sterling amount is
*>      valued at the rate in force on its posting date; one that
*>      carries both - a revaluation adjustment - is taken as it
*>      stands.  Old-style postings have no currency at all.
        SET postingValued TO TRUE.
        IF PostCurrency = SPACES
            MOVE 0 TO PostCurrencyAmount
        ELSE
            IF PostAmount = 0 AND PostCurrencyAmount NOT = 0
                MOVE PostCurrency TO RateLookCurrency
                MOVE PostDate TO RateLookDate
                CALL "RateService" USING rateLookArea
                IF RateLookFound
                    COMPUTE PostAmount ROUNDED =
                        PostCurrencyAmount / RateLookBuy
                        ON SIZE ERROR
                            MOVE "N" TO postingValuedSwitch
                    END-COMPUTE
                ELSE
                    MOVE "N" TO postingValuedSwitch
                END-IF
            END-IF
        END-IF.
        IF NOT postingValued
            MOVE "NO RATE" TO wsCurrencyReason
        END-IF.

    workCurrencyMovementAction.
*>      A foreign-currency account moves in its own currency as well
*>      as in sterling.  A sterling posting to it is converted at the
*>      rate in force on the posting date; a posting in some other
*>      currency is refused.  A new account opened by a currency
*>      posting takes that currency.  A sterling account takes the
*>      sterling value of a currency posting and keeps no currency
*>      balance.
        MOVE "N" TO currencyRefusedSwitch.
        MOVE 0 TO currencyMovement.
        EVALUATE TRUE
            WHEN NOT accountFound
                MOVE PostCurrency TO BalanceCurrency
                MOVE PostCurrencyAmount TO currencyMovement
            WHEN SterlingAccount
                CONTINUE
            WHEN PostCurrency = BalanceCurrency
                MOVE PostCurrencyAmount TO currencyMovement
            WHEN PostCurrency = SPACES
                MOVE BalanceCurrency TO RateLookCurrency
                MOVE PostDate TO RateLookDate
                CALL "RateService" USING rateLookArea
                IF RateLookFound
                    COMPUTE currencyMovement ROUNDED =
                        PostAmount * RateLookBuy
                        ON SIZE ERROR
                            SET currencyRefused TO TRUE
                            MOVE "OVERFLOW" TO wsCurrencyReason
                    END-COMPUTE
                ELSE
                    SET currencyRefused TO TRUE
                    MOVE "NO RATE" TO wsCurrencyReason
                END-IF
            WHEN OTHER
                SET currencyRefused TO TRUE
                MOVE "MISMATCH" TO wsCurrencyReason
        END-EVALUATE.

    rejectCurrencyPostingAction.
*>      The sterling value is known, so the refused posting is held
*>      on suspense like any other refusal.
        ADD 1 TO rejectedCount.
        PERFORM writeCurrencyExceptionAction.
        DISPLAY "Posting to account " PostAccountId
            " refused - currency " wsCurrencyReason ".".
        IF wsCurrencyReason = "MISMATCH"
            MOVE "CURRCY" TO wsSuspenseReason
        ELSE
            MOVE "NORATE" TO wsSuspenseReason
        END-IF.
        PERFORM divertToSuspenseAction.

    rejectUnvaluedPostingAction.
*>      With no rate the posting has no sterling value to hold on
*>      suspense; it stays on the exception file for finance to key
*>      the rate and resubmit.
        ADD 1 TO rejectedCount.
        PERFORM writeCurrencyExceptionAction.
        DISPLAY "Posting to account " PostAccountId
            " refused - no " PostCurrency " rate on " PostDate ".".

    writeCurrencyExceptionAction.
        MOVE PostAccountId TO wsCurrExcpAccountId.
        MOVE wsCurrencyReason TO wsCurrExcpReason.
        IF PostCurrency = SPACES
            MOVE BalanceCurrency TO wsCurrExcpCurrency
        ELSE
            MOVE PostCurrency TO wsCurrExcpCurrency
        END-IF.
        MOVE PostReference TO wsCurrExcpReference.
        WRITE ExceptionRecord FROM wsCurrencyExceptionLine.

    loadVatTableAction.
*>      VATCODES is optional - with no table no posting may carry a
*>      VAT code, and nothing else changes.
        MOVE 0 TO vatTableCount.
        MOVE "N" TO vatCodeEofSwitch.
        OPEN INPUT VAT-CODE-FILE.
        IF wsVatCodeStatus = "00"
            PERFORM readVatCodeAction
            PERFORM addVatEntryAction UNTIL vatCodeEof
            CLOSE VAT-CODE-FILE
        END-IF.

    readVatCodeAction.
        READ VAT-CODE-FILE
            AT END
                SET vatCodeEof TO TRUE
        END-READ.

    addVatEntryAction.
        IF vatTableCount < 50 AND VatRate IS NUMERIC
            AND VatEffectiveDate IS NUMERIC
            ADD 1 TO vatTableCount
            MOVE VatCode TO vatTabCode(vatTableCount)
            MOVE VatRate TO vatTabRate(vatTableCount)
            MOVE VatEffectiveDate TO vatTabDate(vatTableCount)
        END-IF.
        PERFORM readVatCodeAction.

    splitVatAction.
*>      A posting with a VAT code is keyed gross.  The tax at the
*>      rate in force on the posting date is split off it - gross
*>      times rate over 100 plus rate, to the penny - so the target
*>      account takes the net and the VAT control account the tax.
*>      A currency amount is reduced to its net the same way.
        MOVE "N" TO vatRateFoundSwitch.
        MOVE "N" TO vatSplitPendingSwitch.
        MOVE 0 TO wsVatRate.
        MOVE 0 TO wsVatTax.
        IF PostVatCode NOT = SPACES
            PERFORM findVatRateAction
            IF vatRateFound
                COMPUTE wsVatTax ROUNDED =
                    PostAmount * wsVatRate / (100 + wsVatRate)
                SUBTRACT wsVatTax FROM PostAmount
                IF PostCurrency NOT = SPACES
                    COMPUTE PostCurrencyAmount ROUNDED =
                        PostCurrencyAmount * 100 / (100 + wsVatRate)
                END-IF
                SET vatSplitPending TO TRUE
            END-IF
        END-IF.

    findVatRateAction.
        MOVE 0 TO wsVatRateDate.
        PERFORM VARYING vatTableIndex FROM 1 BY 1
            UNTIL vatTableIndex > vatTableCount
            IF vatTabCode(vatTableIndex) = PostVatCode
                AND vatTabDate(vatTableIndex) NOT > PostDate
                AND vatTabDate(vatTableIndex) NOT < wsVatRateDate
                MOVE vatTabRate(vatTableIndex) TO wsVatRate
                MOVE vatTabDate(vatTableIndex) TO wsVatRateDate
                SET vatRateFound TO TRUE
            END-IF
        END-PERFORM.

    postVatTaxAction.
*>      The target took the net, so the tax follows it to the VAT
*>      control account under the same reference and VAT code.  A
*>      zero-rated posting has no tax to move.  A control account
*>      someone has frozen sends the tax to suspense like any other
*>      refusal.
        MOVE "N" TO vatSplitPendingSwitch.
        IF wsVatTax NOT = 0
            MOVE vatControlAccount TO PostAccountId
            MOVE wsVatTax TO PostAmount
            MOVE SPACES TO PostCurrency
            MOVE 0 TO PostCurrencyAmount
            MOVE PostAccountId TO BalanceAccountId
            PERFORM loadBalanceAction
            IF accountFound AND NOT AccountOpen
                PERFORM rejectClosedAccountAction
            ELSE
                PERFORM applyOpenPostingAction
            END-IF
        END-IF.

    rejectVatPostingAction.
*>      No rate for the code by the posting date: the gross is known,
*>      so it is held on suspense until the table is put right.
        ADD 1 TO rejectedCount.
        MOVE PostAccountId TO wsVatExcpAccountId.
        MOVE PostVatCode TO wsVatExcpCode.
        MOVE PostReference TO wsVatExcpReference.
        WRITE ExceptionRecord FROM wsVatExceptionLine.
        DISPLAY "Posting to account " PostAccountId
            " refused - no rate for VAT code " PostVatCode
            " on " PostDate ".".
        MOVE "VATCOD" TO wsSuspenseReason.
        PERFORM divertToSuspenseAction.

    tallyPostingAction.
        ADD 1 TO postingCount.
        IF PostAmount < 0
*>      clearing program.  A suspense account someone has frozen, or
*>      a movement that would overflow it, leaves the item on
*>      SIGNEXCP alone - the old behaviour - rather than forcing a
*>      posting nowhere safe.  A VAT posting refused before its
*>      tax was split off is held gross, as it was keyed.
        IF vatSplitPending
            ADD wsVatTax TO PostAmount
            MOVE "N" TO vatSplitPendingSwitch
        END-IF.
        MOVE "SUSPENSE" TO BalanceAccountId.
        PERFORM loadBalanceAction.
        IF accountFound AND NOT AccountOpen
                MOVE PostAmount TO HistAmount
                MOVE PostReference TO HistReference
                MOVE A TO HistResultingBalance
                MOVE SPACES TO HistCurrency
                MOVE 0 TO HistCurrencyAmount
                MOVE SPACES TO HistVatCode
                MOVE 0 TO HistVatRate
                MOVE 0 TO HistVatAmount
                WRITE PostingHistoryRecord
                PERFORM writeSuspenseItemAction
            END-IF
        MOVE PostDate TO SuspDate.
        MOVE wsSuspenseReason TO SuspReason.
        MOVE "N" TO SuspClearedSwitch.
        MOVE SPACES TO SuspClearedBy.
        MOVE 0 TO SuspClearedDate.
        WRITE SuspenseRecord.
        CLOSE SUSPENSE-FILE.

            KEY IS BalanceAccountId
            INVALID KEY
                MOVE 0 TO A
                MOVE SPACES TO BalanceCurrency
                MOVE 0 TO currencyBalance
            NOT INVALID KEY
                SET accountFound TO TRUE
                MOVE BalanceAmount TO A
                IF SterlingAccount
                    MOVE 0 TO currencyBalance
                ELSE
                    MOVE BalanceCurrencyAmount TO currencyBalance
                END-IF
        END-READ.

    saveBalanceAction.
        MOVE A TO BalanceAmount.
        MOVE currencyBalance TO BalanceCurrencyAmount.
        IF NOT accountFound
            MOVE "O" TO BalanceStatus
            MOVE "N" TO BalanceDisputeSwitch
            MOVE "B" TO BalanceClass
        END-IF.
        IF accountFound
            REWRITE BalanceRecord
            MOVE A TO wsVoucherBalDigits
        END-IF.

    proveSourceSectionsAction.
*>      First pass: count and net each feeder's section and hold it
*>      against the feeder's own trailer.  A section with no trailer
*>      - the feeder died part-way - or whose trailer disagrees is
*>      unproven.  Postings outside any section are old-style and
*>      apply as they always have.
        MOVE 0 TO sourceTableCount.
        MOVE 0 TO sourceDroppedCount.
        MOVE "N" TO inSourceSwitch.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM proveOneLineAction UNTIL postingEof
            IF insideSource
                PERFORM closeUntrailedSourceAction
            END-IF
            CLOSE POSTING-FILE
        END-IF.
        MOVE "N" TO inSourceSwitch.
        MOVE 0 TO currentSource.

    proveOneLineAction.
        EVALUATE TRUE
            WHEN PostingRecord(1:3) = "HDR"
                IF insideSource
                    PERFORM closeUntrailedSourceAction
                END-IF
                SET insideSource TO TRUE
                IF sourceTableCount < 500
                    ADD 1 TO sourceTableCount
                    MOVE PostingRecord TO sourceLine
                    MOVE SrcProgram TO srcTabProgram(sourceTableCount)
                    MOVE SrcRunId TO srcTabRunId(sourceTableCount)
                    MOVE 0 TO srcTabCount(sourceTableCount)
                    MOVE 0 TO srcTabNet(sourceTableCount)
                    MOVE 0 TO srcTabTrailerCount(sourceTableCount)
                    MOVE 0 TO srcTabTrailerNet(sourceTableCount)
                    SET srcTabOpen(sourceTableCount) TO TRUE
                ELSE
                    ADD 1 TO sourceDroppedCount
                END-IF
            WHEN PostingRecord(1:3) = "TRL"
                IF insideSource AND sourceDroppedCount = 0
                    PERFORM settleSourceAction
                END-IF
                MOVE "N" TO inSourceSwitch
            WHEN PostingRecord(1:3) = "BAT"
                OR PostingRecord(1:3) = "END"
                CONTINUE
            WHEN insideSource
                IF sourceDroppedCount = 0
                    ADD 1 TO srcTabCount(sourceTableCount)
                    IF PostAmount IS NUMERIC
                        ADD PostAmount TO srcTabNet(sourceTableCount)
                    ELSE
                        SET srcTabDiffers(sourceTableCount) TO TRUE
                    END-IF
                END-IF
            WHEN OTHER
                ADD 1 TO looseCount
                IF PostAmount IS NUMERIC
                    ADD PostAmount TO looseNet
                END-IF
        END-EVALUATE.
        PERFORM readPostingAction.

    settleSourceAction.
        MOVE PostingRecord TO sourceLine.
        IF SrcPostingCount IS NUMERIC
            MOVE SrcPostingCount
                TO srcTabTrailerCount(sourceTableCount)
        END-IF.
        IF SrcNetAmount IS NUMERIC
            MOVE SrcNetAmount TO srcTabTrailerNet(sourceTableCount)
        END-IF.
        IF srcTabOpen(sourceTableCount)
            AND SrcPostingCount IS NUMERIC
            AND SrcNetAmount IS NUMERIC
            AND srcTabTrailerCount(sourceTableCount) =
                srcTabCount(sourceTableCount)
            AND srcTabTrailerNet(sourceTableCount) =
                srcTabNet(sourceTableCount)
            SET srcTabProven(sourceTableCount) TO TRUE
        ELSE
            SET srcTabDiffers(sourceTableCount) TO TRUE
        END-IF.

    closeUntrailedSourceAction.
        IF sourceDroppedCount = 0
            SET srcTabNoTrailer(sourceTableCount) TO TRUE
        END-IF.
        MOVE "N" TO inSourceSwitch.

    openSourceAction.
*>      Second pass: a section past the table, or one the first pass
*>      could not prove, is held back whole - every line of it goes
*>      to SIGNEXCP for the feeder to be re-run or the file repaired.
        ADD 1 TO currentSource.
        SET insideSource TO TRUE.
        MOVE "N" TO sourceHeldSwitch.
        MOVE PostingRecord TO sourceLine.
        MOVE SrcProgram TO wsSrcExcpProgram.
        MOVE SrcRunId TO wsSrcExcpRunId.
        IF currentSource > sourceTableCount
            SET sourceHeld TO TRUE
            MOVE "TABLE FULL" TO wsSrcExcpReason
        ELSE
            IF NOT srcTabProven(currentSource)
                SET sourceHeld TO TRUE
                IF srcTabNoTrailer(currentSource)
                    MOVE "NO TRAILER" TO wsSrcExcpReason
                ELSE
                    MOVE "TRAILER DISAGREES" TO wsSrcExcpReason
                END-IF
            END-IF
        END-IF.
        IF sourceHeld
            ADD 1 TO sourcesHeld
            WRITE ExceptionRecord FROM wsSourceExceptionLine
            DISPLAY "Source " SrcProgram " run " SrcRunId
                " held back - " wsSrcExcpReason
        END-IF.

    writeSourceTotalsAction.
*>      Per-source control totals: what each feeder's section held
*>      and whether it was applied or held back.
        PERFORM VARYING sourceTableIndex FROM 1 BY 1
            UNTIL sourceTableIndex > sourceTableCount
            MOVE srcTabProgram(sourceTableIndex) TO wsSrcVochProgram
            MOVE srcTabRunId(sourceTableIndex) TO wsSrcVochRunId
            MOVE srcTabCount(sourceTableIndex) TO wsSrcVochCount
            IF srcTabNet(sourceTableIndex) < 0
                MOVE "-" TO wsSrcVochNetSign
                COMPUTE wsSrcVochNetDigits =
                    0 - srcTabNet(sourceTableIndex)
            ELSE
                MOVE SPACE TO wsSrcVochNetSign
                MOVE srcTabNet(sourceTableIndex) TO wsSrcVochNetDigits
            END-IF
            IF srcTabProven(sourceTableIndex)
                MOVE "PROVEN" TO wsSrcVochStatus
            ELSE
                MOVE "HELD" TO wsSrcVochStatus
            END-IF
            WRITE VoucherRecord FROM wsSourceVoucherLine
        END-PERFORM.
        IF looseCount > 0
            MOVE "(no source)" TO wsSrcVochProgram
            MOVE 0 TO wsSrcVochRunId
            MOVE looseCount TO wsSrcVochCount
            IF looseNet < 0
                MOVE "-" TO wsSrcVochNetSign
                COMPUTE wsSrcVochNetDigits = 0 - looseNet
            ELSE
                MOVE SPACE TO wsSrcVochNetSign
                MOVE looseNet TO wsSrcVochNetDigits
            END-IF
            MOVE "APPLIED" TO wsSrcVochStatus
            WRITE VoucherRecord FROM wsSourceVoucherLine
        END-IF.

    writeTrailerAction.
        MOVE debitTotal TO wsTrailerDebits.
        MOVE creditTotal TO wsTrailerCredits.
