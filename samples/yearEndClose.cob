IDENTIFICATION DIVISION.
PROGRAM-ID.  YearEndClose.

*> Financial year-end close for the ledger, run in two steps named by
*> the YEARPRM control record (year-end date YYYYMMDD and the step C
*> or R) into the retained-balance account, the RETAINED-ACCOUNT
*> setting on the PARMMAST parameter master:
*>
*>   C - close: every income/expense account (SIGNBAL BalanceClass
*>       I, set through SignAccountMaint) with a balance is zeroed
*>       into the retained-balance account.  The postings go to
*>       SIGNPOST dated the year-end date with the reference YE plus
*>       the year, in BAT/END journal batches that each carry their
*>       own retained-balance line, so every batch nets to zero and
*>       none outgrows SignedArith's batch table.  A foreign-currency
*>       account is zeroed in its currency as well.  The close is
*>       refused if the year-end period is already closed on
*>       SIGNPERD (SignedArith would refuse the batch), if a YE batch
*>       for the year is already waiting on SIGNPOST, or if an
*>       account to be zeroed - or the retained-balance account - is
*>       not open.
*>
*>   R - roll: once SignedArith has applied the close and PeriodClose
*>       has locked the year's last period, the year's SIGNHIST lines
*>       (dated up to the year-end date) are added to the SIGNHYR
*>       year archive, and SIGNHIST is rebuilt account by account
*>       with a brought-forward line (reference BF plus the year,
*>       dated the year-end date) carrying each account's opening
*>       balance, followed by its new-year lines in posting order.
*>       The opening balance is the SIGNBAL balance less the new
*>       year's movements, so it is right even for an account whose
*>       history began after its balance did.  The roll is refused
*>       while any income/expense account still holds a balance, if
*>       the year-end period is still open, or if SIGNHIST already
*>       holds this year's BF lines.  Brought-forward debt on a fee
*>       account ages from the year-end date from then on.
*>
*> Both steps write the YEARRPT year-end report - the close step
*> starts it, the roll step adds to it - listing every account
*> zeroed and every opening balance with the totals and a proof that
*> the opening balances and the new year's movements add back to the
*> ledger, marked AGREED or ** DIFFERENT **, for the auditors to tick
*> against.  A refused run ends with RETURN-CODE 8.
*>
*> Modification history:
*> - SIGNHIST lines carry the VAT code, rate and tax; the archive, the
*>   rebuilt history and the work table take the longer line, and a
*>   brought-forward line has no VAT.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The retained-balance account is now the RETAINED-ACCOUNT setting
*>   on the PARMMAST parameter master, read through ParmService;
*>   YEARPRM carries only the year-end date and the step, the old
*>   account columns on an existing card being ignored.
*> - The SIGNHIST record layout now comes from the shared SIGNHIST
*>   copybook used by every program that reads the history.
*> - The roll adds the year's lines to SIGNHYR instead of replacing it,
*>   so the archive keeps every closed year.  The lines are held on the
*>   SIGNHYRW work file until SIGNHIST has been rebuilt, and a refused
*>   roll leaves the archive as it was.
*> - At cutover the one-off ParmConvert run carries its retained-account
*>   column from the old YEARPRM card onto PARMMAST, effective on the
*>   day it runs, so the value in use is kept rather than falling back
*>   to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT YEAR-PARAMETER-FILE ASSIGN TO "YEARPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT PERIOD-FILE ASSIGN TO "SIGNPERD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPeriodStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT ARCHIVE-FILE ASSIGN TO "SIGNHYR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsArchiveStatus.

    SELECT ARCHIVE-WORK-FILE ASSIGN TO "SIGNHYRW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsArchiveWorkStatus.

    SELECT NEW-HISTORY-FILE ASSIGN TO "SIGNHNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNewHistoryStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT YEAR-REPORT-FILE ASSIGN TO "YEARRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  YEAR-PARAMETER-FILE.
01  YearParameterRecord.
    05  ParmYearEndDate     PIC 9(8).
    05  FILLER              PIC X(8).
    05  ParmYearStep        PIC X.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  PERIOD-FILE.
01  PeriodRecord.
    05  PeriodId        PIC 9(6).
    05  PeriodStatus    PIC X.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).
    05  PostCurrency        PIC X(3).
    05  PostCurrencyAmount  PIC S9(7)V99.

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  ARCHIVE-FILE.
01  ArchiveRecord           PIC X(71).

FD  ARCHIVE-WORK-FILE.
01  ArchiveWorkRecord       PIC X(71).

FD  NEW-HISTORY-FILE.
01  NewHistoryRecord        PIC X(71).

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortAccountId       PIC X(8).
    05  SortSequence        PIC 9(7).
    05  SortHistory         PIC X(71).

FD  YEAR-REPORT-FILE.
01  YearReportLine          PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPeriodStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsArchiveStatus PIC XX VALUE "00".
01 wsArchiveWorkStatus PIC XX VALUE "00".
01 wsNewHistoryStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 balanceEofSwitch PIC X VALUE "N".
   88 balanceEof VALUE "Y".
01 postingEofSwitch PIC X VALUE "N".
   88 postingEof VALUE "Y".
01 periodEofSwitch PIC X VALUE "N".
   88 periodEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 runRefusedSwitch PIC X VALUE "N".
   88 runRefused VALUE "Y".
01 periodClosedSwitch PIC X VALUE "N".
   88 yearEndPeriodClosed VALUE "Y".
01 groupOverflowSwitch PIC X VALUE "N".
   88 groupOverflowed VALUE "Y".

01 wsRunDate PIC 9(8) VALUE 0.
01 wsYearEndDate PIC 9(8) VALUE 0.
01 wsYearEndDigits REDEFINES wsYearEndDate.
   05 wsYearEndPeriod PIC 9(6).
   05 FILLER          PIC 9(2).
01 wsRetainedAccount PIC X(8) VALUE SPACES.

01 parmLookArea.
    COPY PARMLOOK.

01 wsYearStep PIC X VALUE SPACE.
   88 closeStep VALUE "C".
   88 rollStep  VALUE "R".
01 wsRefusalReason PIC X(48) VALUE SPACES.

01 wsCloseReference.
   05 FILLER            PIC XX VALUE "YE".
   05 wsCloseRefYear    PIC 9(4) VALUE 0.
   05 FILLER            PIC X(4) VALUE SPACES.
01 wsForwardReference.
   05 FILLER            PIC XX VALUE "BF".
   05 wsForwardRefYear  PIC 9(4) VALUE 0.
   05 FILLER            PIC X(4) VALUE SPACES.
01 wsBatchReference.
   05 FILLER            PIC XX VALUE "YE".
   05 wsBatchRefYear    PIC 9(4) VALUE 0.
   05 FILLER            PIC X VALUE "B".
   05 wsBatchRefNumber  PIC 9(2) VALUE 0.
   05 FILLER            PIC X VALUE SPACE.

01 wsBatchLine.
   05 wsBatchTag        PIC X(3).
   05 wsBatchLineRef    PIC X(10).
   05 FILLER            PIC X(34) VALUE SPACES.

*> Close step work: the income/expense accounts with a balance, held
*> until every one has been seen to be open.
01 closeTableCount PIC 9(4) VALUE 0.
01 closeTableIndex PIC 9(4) VALUE 0.
01 closeDroppedCount PIC 9(4) VALUE 0.
01 closeTable.
    05 closeTableEntry OCCURS 2000 TIMES.
        10 closeTabAccount  PIC X(8).
        10 closeTabBalance  PIC S9(7)V99.
        10 closeTabCurrency PIC X(3).
        10 closeTabForeign  PIC S9(7)V99.
01 wsLinesInBatch PIC 9(3) VALUE 0.
01 wsBatchRetained PIC S9(9)V99 VALUE 0.
01 wsClosedTotal PIC S9(9)V99 VALUE 0.
01 wsNotOpenCount PIC 9(4) VALUE 0.

*> Roll step work: one account's new-year lines, held so its
*> brought-forward line can be written ahead of them.
01 groupTableCount PIC 9(3) VALUE 0.
01 groupTableIndex PIC 9(3) VALUE 0.
01 groupTable.
    05 groupTableEntry OCCURS 500 TIMES PIC X(71).
01 wsGroupAccount PIC X(8) VALUE SPACES.
01 wsGroupSterling PIC S9(9)V99 VALUE 0.
01 wsGroupForeign PIC S9(9)V99 VALUE 0.
01 wsOpeningBalance PIC S9(7)V99 VALUE 0.
01 wsOpeningForeign PIC S9(7)V99 VALUE 0.
01 wsSequence PIC 9(7) VALUE 0.

01 rollTotals.
   05 wsArchivedCount   PIC 9(7) VALUE 0.
   05 wsArchivedTotal   PIC S9(9)V99 VALUE 0.
   05 wsKeptCount       PIC 9(7) VALUE 0.
   05 wsKeptTotal       PIC S9(9)V99 VALUE 0.
   05 wsForwardCount    PIC 9(5) VALUE 0.
   05 wsForwardTotal    PIC S9(9)V99 VALUE 0.
   05 wsLedgerTotal     PIC S9(9)V99 VALUE 0.
   05 wsOrphanCount     PIC 9(5) VALUE 0.
   05 wsProofTotal      PIC S9(9)V99 VALUE 0.

01 wsDetailLine.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailAccount   PIC X(8).
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailAmount    PIC -(9)9.99.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailCurrency  PIC X(3).
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailForeign   PIC -(9)9.99.
   05 FILLER            PIC XX VALUE SPACES.
   05 wsDetailNote      PIC X(30).

01 wsEditedAmount PIC -(9)9.99.
01 wsEditedAmount2 PIC -(9)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "YearEndClose".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    IF NOT runRefused
        MOVE wsYearEndDate(1:4) TO wsCloseRefYear
        MOVE wsYearEndDate(1:4) TO wsForwardRefYear
        MOVE wsYearEndDate(1:4) TO wsBatchRefYear
        PERFORM checkYearEndPeriodAction
        OPEN I-O BALANCE-FILE
        IF wsBalanceStatus NOT = "00"
            MOVE "there is no SIGNBAL balance file" TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF
    END-IF.
    IF NOT runRefused
        IF closeStep
            PERFORM closeYearAction
        ELSE
            PERFORM rollYearAction
        END-IF
        CLOSE BALANCE-FILE
    END-IF.
    IF runRefused
        DISPLAY "**************************************************"
        DISPLAY "* YEAR-END RUN REFUSED - NOTHING CHANGED.        *"
        DISPLAY "**************************************************"
        DISPLAY "Reason: " wsRefusalReason
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        OPEN INPUT YEAR-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ YEAR-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmYearEndDate IS NUMERIC
                        MOVE ParmYearEndDate TO wsYearEndDate
                    END-IF
                    MOVE ParmYearStep TO wsYearStep
            END-READ
            CLOSE YEAR-PARAMETER-FILE
        END-IF.
        MOVE "YearEndClose" TO ParmLookProgram.
        MOVE "RETAINED-ACCOUNT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookValue TO wsRetainedAccount
        END-IF.
        EVALUATE TRUE
            WHEN wsYearEndDate = 0
                MOVE "YEARPRM names no year-end date"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            WHEN wsRetainedAccount = SPACES
                MOVE "no RETAINED-ACCOUNT set on the parameter master"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            WHEN NOT closeStep AND NOT rollStep
                MOVE "YEARPRM step must be C (close) or R (roll)"
                    TO wsRefusalReason
                SET runRefused TO TRUE
        END-EVALUATE.

    checkYearEndPeriodAction.
        OPEN INPUT PERIOD-FILE.
        IF wsPeriodStatus = "00"
            PERFORM readPeriodAction
            PERFORM UNTIL periodEof
                IF PeriodId = wsYearEndPeriod AND PeriodStatus = "C"
                    SET yearEndPeriodClosed TO TRUE
                END-IF
                PERFORM readPeriodAction
            END-PERFORM
            CLOSE PERIOD-FILE
        END-IF.

    readPeriodAction.
        READ PERIOD-FILE
            AT END
                SET periodEof TO TRUE
        END-READ.

    closeYearAction.
        IF yearEndPeriodClosed
            MOVE "the year-end period is already closed"
                TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF.
        IF NOT runRefused
            PERFORM checkPendingCloseAction
        END-IF.
        IF NOT runRefused
            PERFORM checkRetainedAccountAction
        END-IF.
        IF NOT runRefused
            PERFORM collectIncomeExpenseAction
        END-IF.
        IF NOT runRefused
            OPEN OUTPUT YEAR-REPORT-FILE
            PERFORM writeCloseHeaderAction
            IF closeTableCount > 0
                OPEN EXTEND POSTING-FILE
                IF wsPostingStatus NOT = "00"
                    OPEN OUTPUT POSTING-FILE
                END-IF
                PERFORM writeSourceHeaderAction
                MOVE 0 TO wsLinesInBatch
                PERFORM closeOneAccountAction
                    VARYING closeTableIndex FROM 1 BY 1
                    UNTIL closeTableIndex > closeTableCount
                IF wsLinesInBatch > 0
                    PERFORM endCloseBatchAction
                END-IF
                PERFORM writeSourceTrailerAction
                CLOSE POSTING-FILE
            END-IF
            PERFORM writeCloseTotalsAction
            CLOSE YEAR-REPORT-FILE
            MOVE wsClosedTotal TO wsEditedAmount
            DISPLAY "====================="
            DISPLAY " Year-end close " wsCloseReference
            DISPLAY " Accounts zeroed   : " closeTableCount
            DISPLAY " Journal batches   : " wsBatchRefNumber
            DISPLAY " To " wsRetainedAccount "   : " wsEditedAmount
            DISPLAY "====================="
        END-IF.

    checkPendingCloseAction.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM UNTIL postingEof OR runRefused
                IF PostingRecord(1:3) NOT = "BAT"
                    AND PostingRecord(1:3) NOT = "END"
                    AND PostReference = wsCloseReference
                    MOVE "this year's close is already on SIGNPOST"
                        TO wsRefusalReason
                    SET runRefused TO TRUE
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

    checkRetainedAccountAction.
*>      The retained-balance account may be opened by its first
*>      posting, but one on file must be an open balance-sheet account.
        MOVE wsRetainedAccount TO BalanceAccountId.
        READ BALANCE-FILE
            KEY IS BalanceAccountId
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT AccountOpen
                    MOVE "the retained-balance account is not open"
                        TO wsRefusalReason
                    SET runRefused TO TRUE
                END-IF
                IF IncomeExpenseAccount
                    MOVE "the retained-balance account is I class"
                        TO wsRefusalReason
                    SET runRefused TO TRUE
                END-IF
        END-READ.

    collectIncomeExpenseAction.
        MOVE LOW-VALUES TO BalanceAccountId.
        START BALANCE-FILE KEY IS NOT LESS THAN BalanceAccountId
            INVALID KEY
                SET balanceEof TO TRUE
        END-START.
        IF NOT balanceEof
            PERFORM readNextBalanceAction
        END-IF.
        PERFORM noteIncomeExpenseAction UNTIL balanceEof.
        IF wsNotOpenCount > 0
            MOVE "an income/expense account to zero is not open"
                TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF.
        IF closeDroppedCount > 0
            MOVE "more income/expense accounts than the work table"
                TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF.

    readNextBalanceAction.
        READ BALANCE-FILE NEXT RECORD
            AT END
                SET balanceEof TO TRUE
        END-READ.

    noteIncomeExpenseAction.
        IF IncomeExpenseAccount
            AND (BalanceAmount NOT = 0
                OR (NOT SterlingAccount
                    AND BalanceCurrencyAmount NOT = 0))
            IF NOT AccountOpen
                ADD 1 TO wsNotOpenCount
                DISPLAY "Income/expense account " BalanceAccountId
                    " holds a balance but is not open."
            END-IF
            IF closeTableCount < 2000
                ADD 1 TO closeTableCount
                MOVE BalanceAccountId
                    TO closeTabAccount(closeTableCount)
                MOVE BalanceAmount TO closeTabBalance(closeTableCount)
                MOVE BalanceCurrency
                    TO closeTabCurrency(closeTableCount)
                IF SterlingAccount
                    MOVE 0 TO closeTabForeign(closeTableCount)
                ELSE
                    MOVE BalanceCurrencyAmount
                        TO closeTabForeign(closeTableCount)
                END-IF
            ELSE
                ADD 1 TO closeDroppedCount
            END-IF
        END-IF.
        PERFORM readNextBalanceAction.

    closeOneAccountAction.
*>      A batch is held to 150 accounts plus its retained-balance
*>      line, well inside the 200 SignedArith will buffer.
        IF wsLinesInBatch = 0
            ADD 1 TO wsBatchRefNumber
            MOVE 0 TO wsBatchRetained
            MOVE "BAT" TO wsBatchTag
            MOVE wsBatchReference TO wsBatchLineRef
            MOVE wsBatchLine TO PostingRecord
            WRITE PostingRecord
        END-IF.
        MOVE closeTabAccount(closeTableIndex) TO PostAccountId.
        COMPUTE PostAmount = 0 - closeTabBalance(closeTableIndex).
        MOVE wsCloseReference TO PostReference.
        MOVE wsYearEndDate TO PostDate.
        MOVE closeTabCurrency(closeTableIndex) TO PostCurrency.
        COMPUTE PostCurrencyAmount =
            0 - closeTabForeign(closeTableIndex).
        PERFORM writeSourcePostingAction.
        ADD closeTabBalance(closeTableIndex) TO wsBatchRetained.
        ADD closeTabBalance(closeTableIndex) TO wsClosedTotal.
        ADD 1 TO wsLinesInBatch.
        MOVE closeTabAccount(closeTableIndex) TO wsDetailAccount.
        MOVE closeTabBalance(closeTableIndex) TO wsDetailAmount.
        MOVE closeTabCurrency(closeTableIndex) TO wsDetailCurrency.
        MOVE closeTabForeign(closeTableIndex) TO wsDetailForeign.
        MOVE wsBatchReference TO wsDetailNote.
        WRITE YearReportLine FROM wsDetailLine.
        IF wsLinesInBatch = 150
            PERFORM endCloseBatchAction
        END-IF.

    endCloseBatchAction.
        MOVE wsRetainedAccount TO PostAccountId.
        MOVE wsBatchRetained TO PostAmount.
        MOVE wsCloseReference TO PostReference.
        MOVE wsYearEndDate TO PostDate.
        MOVE SPACES TO PostCurrency.
        MOVE 0 TO PostCurrencyAmount.
        PERFORM writeSourcePostingAction.
        MOVE "END" TO wsBatchTag.
        MOVE wsBatchReference TO wsBatchLineRef.
        MOVE wsBatchLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE wsBatchRetained TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "  Batch " DELIMITED BY SIZE
               wsBatchReference DELIMITED BY SIZE
               " retained-balance line to " DELIMITED BY SIZE
               wsRetainedAccount DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE 0 TO wsLinesInBatch.

    writeCloseHeaderAction.
        MOVE "Financial year-end report" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Year ending " DELIMITED BY SIZE
               wsYearEndDate DELIMITED BY SIZE
               "   Retained-balance account " DELIMITED BY SIZE
               wsRetainedAccount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Step C - income/expense accounts zeroed, run "
                   DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE "  Account          Balance  Ccy  Ccy balance  Batch"
            TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE ALL "-" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.

    writeCloseTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE wsClosedTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Accounts zeroed: " DELIMITED BY SIZE
               closeTableCount DELIMITED BY SIZE
               "   Total to " DELIMITED BY SIZE
               wsRetainedAccount DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Journal batches written to SIGNPOST: " DELIMITED BY SIZE
               wsBatchRefNumber DELIMITED BY SIZE
               "  (reference " DELIMITED BY SIZE
               wsCloseReference DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.

    rollYearAction.
        IF NOT yearEndPeriodClosed
            MOVE "the year-end period is still open"
                TO wsRefusalReason
            SET runRefused TO TRUE
        END-IF.
        IF NOT runRefused
            PERFORM checkIncomeExpenseZeroAction
        END-IF.
        IF NOT runRefused
            PERFORM checkAlreadyRolledAction
        END-IF.
        IF NOT runRefused
            OPEN EXTEND YEAR-REPORT-FILE
            IF wsReportStatus NOT = "00"
                OPEN OUTPUT YEAR-REPORT-FILE
            END-IF
            PERFORM writeRollHeaderAction
            OPEN OUTPUT ARCHIVE-WORK-FILE
            OPEN OUTPUT NEW-HISTORY-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SortAccountId, SortSequence
                INPUT PROCEDURE IS archiveOldYearAction
                OUTPUT PROCEDURE IS buildNewHistoryAction
            CLOSE NEW-HISTORY-FILE
            CLOSE ARCHIVE-WORK-FILE
            COMPUTE wsProofTotal = wsForwardTotal + wsKeptTotal
            IF groupOverflowed
                MOVE "an account has more new-year lines than the table"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            ELSE
                PERFORM replaceHistoryAction
            END-IF
            PERFORM writeRollTotalsAction
            CLOSE YEAR-REPORT-FILE
            DISPLAY "====================="
            DISPLAY " Year-end roll " wsForwardReference
            DISPLAY " Lines archived   : " wsArchivedCount
            DISPLAY " Lines kept       : " wsKeptCount
            DISPLAY " Opening balances : " wsForwardCount
            DISPLAY "====================="
            IF wsProofTotal NOT = wsLedgerTotal
                DISPLAY "** Opening balances and new-year movements do"
                    " not add back to the ledger - see YEARRPT. **"
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF.

    checkIncomeExpenseZeroAction.
        MOVE LOW-VALUES TO BalanceAccountId.
        START BALANCE-FILE KEY IS NOT LESS THAN BalanceAccountId
            INVALID KEY
                SET balanceEof TO TRUE
        END-START.
        IF NOT balanceEof
            PERFORM readNextBalanceAction
        END-IF.
        PERFORM UNTIL balanceEof
            IF IncomeExpenseAccount AND BalanceAmount NOT = 0
                DISPLAY "Income/expense account " BalanceAccountId
                    " still holds a balance."
                MOVE "income/expense balances remain - close not run"
                    TO wsRefusalReason
                SET runRefused TO TRUE
            END-IF
            PERFORM readNextBalanceAction
        END-PERFORM.

    checkAlreadyRolledAction.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM UNTIL historyEof OR runRefused
                IF HistReference = wsForwardReference
                    MOVE "SIGNHIST already holds this year's BF lines"
                        TO wsRefusalReason
                    SET runRefused TO TRUE
                END-IF
                PERFORM readHistoryAction
            END-PERFORM
            CLOSE HISTORY-FILE
        END-IF.
        MOVE "N" TO historyEofSwitch.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    archiveOldYearAction.
*>      The year's lines go to the archive work file as they stand;
*>      the new year's are sorted by account, posting order kept.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM archiveOneLineAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    archiveOneLineAction.
        IF HistCurrency = SPACES
            MOVE 0 TO HistCurrencyAmount
        END-IF.
        IF HistVatCode = SPACES
            MOVE 0 TO HistVatRate
            MOVE 0 TO HistVatAmount
        END-IF.
        IF HistDate NOT > wsYearEndDate
            WRITE ArchiveWorkRecord FROM PostingHistoryRecord
            ADD 1 TO wsArchivedCount
            ADD HistAmount TO wsArchivedTotal
        ELSE
            ADD 1 TO wsSequence
            MOVE HistAccountId TO SortAccountId
            MOVE wsSequence TO SortSequence
            MOVE PostingHistoryRecord TO SortHistory
            RELEASE SortWorkRecord
        END-IF.
        PERFORM readHistoryAction.

    buildNewHistoryAction.
*>      SIGNBAL and the sorted new-year lines are matched on account
*>      id: every account gets its opening balance first, then its
*>      new-year lines.
        MOVE "N" TO balanceEofSwitch.
        MOVE LOW-VALUES TO BalanceAccountId.
        START BALANCE-FILE KEY IS NOT LESS THAN BalanceAccountId
            INVALID KEY
                SET balanceEof TO TRUE
        END-START.
        IF NOT balanceEof
            PERFORM readNextBalanceAction
        END-IF.
        PERFORM returnSortedAction.
        PERFORM matchOneAccountAction
            UNTIL balanceEof AND sortEof.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    matchOneAccountAction.
        MOVE 0 TO groupTableCount.
        MOVE 0 TO wsGroupSterling.
        MOVE 0 TO wsGroupForeign.
        EVALUATE TRUE
            WHEN sortEof
                MOVE BalanceAccountId TO wsGroupAccount
            WHEN balanceEof
                MOVE SortAccountId TO wsGroupAccount
            WHEN SortAccountId < BalanceAccountId
                MOVE SortAccountId TO wsGroupAccount
            WHEN OTHER
                MOVE BalanceAccountId TO wsGroupAccount
        END-EVALUATE.
        PERFORM collectGroupLineAction
            UNTIL sortEof OR SortAccountId NOT = wsGroupAccount.
        IF NOT balanceEof AND BalanceAccountId = wsGroupAccount
            ADD BalanceAmount TO wsLedgerTotal
            COMPUTE wsOpeningBalance = BalanceAmount - wsGroupSterling
            IF SterlingAccount
                MOVE 0 TO wsOpeningForeign
            ELSE
                COMPUTE wsOpeningForeign =
                    BalanceCurrencyAmount - wsGroupForeign
            END-IF
            IF wsOpeningBalance NOT = 0 OR wsOpeningForeign NOT = 0
                PERFORM writeForwardLineAction
            END-IF
            PERFORM readNextBalanceAction
        ELSE
*>          History for an account no longer on SIGNBAL is kept as it
*>          stands and reported.
            ADD 1 TO wsOrphanCount
            MOVE wsGroupAccount TO wsDetailAccount
            MOVE wsGroupSterling TO wsDetailAmount
            MOVE SPACES TO wsDetailCurrency
            MOVE 0 TO wsDetailForeign
            MOVE "** NOT ON SIGNBAL - KEPT" TO wsDetailNote
            WRITE YearReportLine FROM wsDetailLine
        END-IF.
        PERFORM writeGroupLineAction
            VARYING groupTableIndex FROM 1 BY 1
            UNTIL groupTableIndex > groupTableCount.

    collectGroupLineAction.
        MOVE SortHistory TO PostingHistoryRecord.
        ADD HistAmount TO wsGroupSterling.
        ADD HistCurrencyAmount TO wsGroupForeign.
        IF groupTableCount < 500
            ADD 1 TO groupTableCount
            MOVE SortHistory TO groupTableEntry(groupTableCount)
        ELSE
            SET groupOverflowed TO TRUE
        END-IF.
        PERFORM returnSortedAction.

    writeGroupLineAction.
        MOVE groupTableEntry(groupTableIndex) TO PostingHistoryRecord.
        WRITE NewHistoryRecord FROM PostingHistoryRecord.
        ADD 1 TO wsKeptCount.
        ADD HistAmount TO wsKeptTotal.

    writeForwardLineAction.
        MOVE BalanceAccountId TO HistAccountId.
        MOVE wsYearEndDate TO HistDate.
        MOVE wsOpeningBalance TO HistAmount.
        MOVE wsForwardReference TO HistReference.
        MOVE wsOpeningBalance TO HistResultingBalance.
        MOVE BalanceCurrency TO HistCurrency.
        MOVE wsOpeningForeign TO HistCurrencyAmount.
        MOVE SPACES TO HistVatCode.
        MOVE 0 TO HistVatRate.
        MOVE 0 TO HistVatAmount.
        WRITE NewHistoryRecord FROM PostingHistoryRecord.
        ADD 1 TO wsForwardCount.
        ADD wsOpeningBalance TO wsForwardTotal.
        MOVE BalanceAccountId TO wsDetailAccount.
        MOVE wsOpeningBalance TO wsDetailAmount.
        MOVE BalanceCurrency TO wsDetailCurrency.
        MOVE wsOpeningForeign TO wsDetailForeign.
        MOVE "opening balance" TO wsDetailNote.
        WRITE YearReportLine FROM wsDetailLine.

    replaceHistoryAction.
*>      SIGNHIST is only replaced once the rebuilt file is complete.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT NEW-HISTORY-FILE.
        OPEN OUTPUT HISTORY-FILE.
        PERFORM UNTIL historyEof
            READ NEW-HISTORY-FILE
                AT END
                    SET historyEof TO TRUE
                NOT AT END
                    WRITE PostingHistoryRecord FROM NewHistoryRecord
            END-READ
        END-PERFORM.
        CLOSE HISTORY-FILE.
        CLOSE NEW-HISTORY-FILE.
*>      Only now are the year's lines added to the archive, which
*>      keeps every closed year; a refused roll leaves it untouched,
*>      so a re-run cannot archive a line twice.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT ARCHIVE-WORK-FILE.
        OPEN EXTEND ARCHIVE-FILE.
        IF wsArchiveStatus = "05" OR wsArchiveStatus = "35"
            OPEN OUTPUT ARCHIVE-FILE
        END-IF.
        PERFORM UNTIL historyEof
            READ ARCHIVE-WORK-FILE
                AT END
                    SET historyEof TO TRUE
                NOT AT END
                    WRITE ArchiveRecord FROM ArchiveWorkRecord
            END-READ
        END-PERFORM.
        CLOSE ARCHIVE-FILE.
        CLOSE ARCHIVE-WORK-FILE.

    writeRollHeaderAction.
        MOVE SPACES TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Step R - SIGNHIST rolled for the year ending "
                   DELIMITED BY SIZE
               wsYearEndDate DELIMITED BY SIZE
               ", run " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE "  Account          Opening  Ccy  Ccy opening"
            TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE ALL "-" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.

    writeRollTotalsAction.
        MOVE ALL "-" TO wsListLine.
        WRITE YearReportLine FROM wsListLine.
        MOVE wsArchivedTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Lines archived to SIGNHYR: " DELIMITED BY SIZE
               wsArchivedCount DELIMITED BY SIZE
               "  movement " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE wsForwardTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Opening balances brought forward: " DELIMITED BY SIZE
               wsForwardCount DELIMITED BY SIZE
               "  total " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE wsKeptTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "New-year lines kept on SIGNHIST: " DELIMITED BY SIZE
               wsKeptCount DELIMITED BY SIZE
               "  movement " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE YearReportLine FROM wsListLine.
        MOVE wsProofTotal TO wsEditedAmount.
        MOVE wsLedgerTotal TO wsEditedAmount2.
        MOVE SPACES TO wsListLine.
        STRING "Proof: opening + new year " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  ledger " DELIMITED BY SIZE
               wsEditedAmount2 DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        IF wsProofTotal = wsLedgerTotal
            MOVE "AGREED" TO wsListLine(80:6)
        ELSE
            MOVE "** DIFFERENT **" TO wsListLine(80:15)
        END-IF.
        WRITE YearReportLine FROM wsListLine.
        IF wsOrphanCount > 0
            MOVE SPACES TO wsListLine
            STRING "Accounts with history but not on SIGNBAL: "
                       DELIMITED BY SIZE
                   wsOrphanCount DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE YearReportLine FROM wsListLine
        END-IF.
        IF runRefused
            MOVE "** SIGNHIST NOT REPLACED - see the console **"
                TO wsListLine
            WRITE YearReportLine FROM wsListLine
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
