*> Bank statement reconciliation, replacing the weekly ruler-and-tick
*> morning.  The bank's BANKSTMT file (date, signed amount,
*> reference) is matched against the SIGNHIST postings history on
*> amount and reference with a date tolerance in days (the
*> TOLERANCE-DAYS setting on the PARMMAST parameter master, default
*> 3).  Matching works from two pools:
*>
*>   ours   - SIGNHIST postings not yet matched on a previous run
*>            (the BANKMTCH matched registry remembers which ones
*> both sides is written to BANKOUT to carry forward and the BANKREC
*> report shows matched totals, outstanding ours, outstanding theirs
*> and the adjusted (net timing difference) position.
*>
*> Cash and cheques taken at the fees office desk reach the bank as
*> one deposit per cash-up, so the paying-in slips CashUp writes to
*> BANKSLIP join the ours pool (account BANKSLIP, slip reference,
*> amount banked) in place of the receipts they cover: a cash or
*> cheque receipt on the CASHRCPT receipt log, and any over or short
*> posted to the CASHDIFF account, is not matched on its own.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: statement, history,
*>   matched and outstanding amounts are S9(7)V99, so a receipt
*>   matches its bank line to the penny and the report totals print
*>   with two decimal places.
*> - Paying-in slips from CashUp (BANKSLIP) are matched in place of
*>   the desk cash and cheque receipts on CASHRCPT they cover, and
*>   cash-up differences on CASHDIFF are left out of the ours pool.
*> - The date tolerance is now the TOLERANCE-DAYS setting on the
*>   PARMMAST parameter master, read through ParmService, instead of
*>   the BANKPRM control record.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.
*> - At cutover the one-off ParmConvert run carries its date tolerance
*>   from the old BANKPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOutstandingStatus.

    SELECT RECONCILE-REPORT-FILE ASSIGN TO "BANKREC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

    SELECT RECEIPT-LOG-FILE ASSIGN TO "CASHRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptLogStatus.

    SELECT BANKING-SLIP-FILE ASSIGN TO "BANKSLIP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSlipStatus.

DATA DIVISION.
FILE SECTION.
FD  STATEMENT-FILE.
01  StatementRecord.
    05  StmtDate      PIC 9(8).
    05  StmtAmount    PIC S9(7)V99.
    05  StmtReference PIC X(10).

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  MATCHED-REGISTRY-FILE.
01  MatchedRegistryRecord.
    05  MatchAccountId PIC X(8).
    05  MatchDate      PIC 9(8).
    05  MatchAmount    PIC S9(7)V99.
    05  MatchReference PIC X(10).

FD  OUTSTANDING-FILE.
        88 outstandingOurs   VALUE "O".
        88 outstandingTheirs VALUE "T".
    05  OutDate       PIC 9(8).
    05  OutAmount     PIC S9(7)V99.
    05  OutReference  PIC X(10).

FD  RECONCILE-REPORT-FILE.
01  ReconcileReportLine PIC X(80).

FD  RECEIPT-LOG-FILE.
01  ReceiptLogRecord.
    COPY CASHRCPT.

FD  BANKING-SLIP-FILE.
01  BankingSlipRecord.
    COPY BANKSLIP.

WORKING-STORAGE SECTION.
01 wsStatementStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsOutstandingStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsReceiptLogStatus PIC XX VALUE "00".
01 wsSlipStatus PIC XX VALUE "00".

01 statementEofSwitch PIC X VALUE "N".
   88 statementEof VALUE "Y".
   88 matchedEof VALUE "Y".
01 outstandingEofSwitch PIC X VALUE "N".
   88 outstandingEof VALUE "Y".
01 receiptLogEofSwitch PIC X VALUE "N".
   88 receiptLogEof VALUE "Y".
01 slipEofSwitch PIC X VALUE "N".
   88 slipEof VALUE "Y".

01 slipAccount PIC X(8) VALUE "BANKSLIP".
01 cashDifferenceAccount PIC X(8) VALUE "CASHDIFF".

*> Desk cash and cheque receipts, banked through a paying-in slip.
01 tillTableCount PIC 9(4) VALUE 0.
01 tillTableIndex PIC 9(4) VALUE 0.
01 tillDroppedCount PIC 9(4) VALUE 0.
01 tillTable.
    05 tillTableEntry OCCURS 2000 TIMES.
        10 tillAccount   PIC X(8).
        10 tillDate      PIC 9(8).
        10 tillAmount    PIC 9(7)V99.
        10 tillReference PIC X(10).
        10 tillUsed      PIC X.
01 tillReceiptSwitch PIC X VALUE "N".
   88 tillReceipt VALUE "Y".

01 wsToleranceDays PIC 99 VALUE 3.

01 parmLookArea.
    COPY PARMLOOK.

01 oursTableCount PIC 9(4) VALUE 0.
01 oursTableIndex PIC 9(4) VALUE 0.
01 oursDroppedCount PIC 9(4) VALUE 0.
    05 oursTableEntry OCCURS 1000 TIMES.
        10 oursAccount   PIC X(8).
        10 oursDate      PIC 9(8).
        10 oursAmount    PIC S9(7)V99.
        10 oursReference PIC X(10).
        10 oursMatched   PIC X.

01 theirsTable.
    05 theirsTableEntry OCCURS 1000 TIMES.
        10 theirsDate      PIC 9(8).
        10 theirsAmount    PIC S9(7)V99.
        10 theirsReference PIC X(10).
        10 theirsMatched   PIC X.

    05 mtchTableEntry OCCURS 1000 TIMES.
        10 mtchAccount   PIC X(8).
        10 mtchDate      PIC 9(8).
        10 mtchAmount    PIC S9(7)V99.
        10 mtchReference PIC X(10).
01 alreadyMatchedSwitch PIC X VALUE "N".
   88 alreadyMatched VALUE "Y".
01 wsDayDiff PIC S9(5) VALUE 0.

01 wsMatchedCount PIC 9(4) VALUE 0.
01 wsMatchedTotal PIC S9(9)V99 VALUE 0.
01 wsOursCount PIC 9(4) VALUE 0.
01 wsOursTotal PIC S9(9)V99 VALUE 0.
01 wsTheirsCount PIC 9(4) VALUE 0.
01 wsTheirsTotal PIC S9(9)V99 VALUE 0.
01 wsAdjustedPosition PIC S9(9)V99 VALUE 0.
01 wsEditedAmount PIC -(9)9.99.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(80) VALUE SPACES.
    PERFORM loadMatchedRegistryAction.
    PERFORM loadCarriedTheirsAction.
    PERFORM loadStatementAction.
    PERFORM loadTillReceiptsAction.
    PERFORM loadOursFromHistoryAction.
    PERFORM loadOursFromSlipsAction.
    IF tillDroppedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** DESK RECEIPTS EXCEED THE TABLE - "
            tillDroppedCount " NOT LOADED."
        DISPLAY "** RUN REFUSED - FILES LEFT AS THEY WERE."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF oursDroppedCount > 0 OR theirsDroppedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** MATCHING POOLS EXCEED THE TABLES - "
    GOBACK.

    loadToleranceAction.
        MOVE "BankReconcile" TO ParmLookProgram.
        MOVE "TOLERANCE-DAYS" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsToleranceDays
        END-IF.

    loadMatchedRegistryAction.

    addOursEntryAction.
        PERFORM checkAlreadyMatchedAction.
        PERFORM checkTillReceiptAction.
        IF NOT alreadyMatched AND NOT tillReceipt
            AND HistAccountId NOT = cashDifferenceAccount
            IF oursTableCount < 1000
                ADD 1 TO oursTableCount
                MOVE HistAccountId TO oursAccount(oursTableCount)
            END-IF
        END-PERFORM.

    loadTillReceiptsAction.
        MOVE 0 TO tillTableCount.
        MOVE "N" TO receiptLogEofSwitch.
        OPEN INPUT RECEIPT-LOG-FILE.
        IF wsReceiptLogStatus = "00"
            PERFORM readReceiptLogAction
            PERFORM addTillReceiptAction UNTIL receiptLogEof
            CLOSE RECEIPT-LOG-FILE
        END-IF.

    readReceiptLogAction.
        READ RECEIPT-LOG-FILE
            AT END
                SET receiptLogEof TO TRUE
        END-READ.

    addTillReceiptAction.
*>      Card receipts settle through the acquirer line by line and
*>      stay in the ours pool as they are.
        IF tenderCash OR tenderCheque
            IF tillTableCount < 2000
                ADD 1 TO tillTableCount
                MOVE ReceiptAccountId TO tillAccount(tillTableCount)
                MOVE ReceiptDate TO tillDate(tillTableCount)
                MOVE ReceiptAmount TO tillAmount(tillTableCount)
                MOVE ReceiptReference
                    TO tillReference(tillTableCount)
                MOVE "N" TO tillUsed(tillTableCount)
            ELSE
                ADD 1 TO tillDroppedCount
            END-IF
        END-IF.
        PERFORM readReceiptLogAction.

    checkTillReceiptAction.
*>      Each receipt on the log stands for one history line only.
        MOVE "N" TO tillReceiptSwitch.
        PERFORM VARYING tillTableIndex FROM 1 BY 1
            UNTIL tillTableIndex > tillTableCount OR tillReceipt
            IF tillUsed(tillTableIndex) = "N"
                AND tillAccount(tillTableIndex) = HistAccountId
                AND tillDate(tillTableIndex) = HistDate
                AND tillAmount(tillTableIndex) = HistAmount
                AND tillReference(tillTableIndex) = HistReference
                MOVE "Y" TO tillUsed(tillTableIndex)
                SET tillReceipt TO TRUE
            END-IF
        END-PERFORM.

    loadOursFromSlipsAction.
        MOVE "N" TO slipEofSwitch.
        OPEN INPUT BANKING-SLIP-FILE.
        IF wsSlipStatus = "00"
            PERFORM readSlipAction
            PERFORM addSlipEntryAction UNTIL slipEof
            CLOSE BANKING-SLIP-FILE
        END-IF.

    readSlipAction.
        READ BANKING-SLIP-FILE
            AT END
                SET slipEof TO TRUE
        END-READ.

    addSlipEntryAction.
        MOVE "N" TO alreadyMatchedSwitch.
        PERFORM VARYING mtchTableIndex FROM 1 BY 1
            UNTIL mtchTableIndex > mtchTableCount
            IF mtchAccount(mtchTableIndex) = slipAccount
                AND mtchDate(mtchTableIndex) = SlipDate
                AND mtchAmount(mtchTableIndex) = SlipTotal
                AND mtchReference(mtchTableIndex) = SlipReference
                SET alreadyMatched TO TRUE
            END-IF
        END-PERFORM.
        IF NOT alreadyMatched
            IF oursTableCount < 1000
                ADD 1 TO oursTableCount
                MOVE slipAccount TO oursAccount(oursTableCount)
                MOVE SlipDate TO oursDate(oursTableCount)
                MOVE SlipTotal TO oursAmount(oursTableCount)
                MOVE SlipReference TO oursReference(oursTableCount)
                MOVE "N" TO oursMatched(oursTableCount)
            ELSE
                ADD 1 TO oursDroppedCount
            END-IF
        END-IF.
        PERFORM readSlipAction.

    matchOneTheirsAction.
*>      First unmatched posting with the same amount and reference
*>      inside the date tolerance takes the match.
