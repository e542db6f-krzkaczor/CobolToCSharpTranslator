IDENTIFICATION DIVISION.
PROGRAM-ID.  CashUp.

*> End-of-shift cash-up for a PaymentEntry cashier.  The cashier signs
*> on through OperSignOn and CashUp takes every receipt on the
*> CASHRCPT receipt log in that cashier's sequence after the last one
*> covered by a previous cash-up (the CASHUPLG cash-up log remembers
*> where each cashier got to), totalling them by tender.  The cashier
*> then keys the cash and the cheques actually counted in the till,
*> and the counts are compared with what was receipted:
*>
*>   - any cash or cheque over or short is posted through SIGNPOST to
*>     the CASHDIFF cash-difference account (over as a credit, short
*>     as a debit) under the reference CU plus the date and the
*>     day's cash-up number, for the next SignedArith pass;
*>   - what was counted goes to the bank on a paying-in slip, PI plus
*>     the same date and number, appended to the BANKSLIP banking
*>     slip file BankReconcile matches against the statement;
*>   - the CASHSHT cash-up sheet lists the receipts covered and shows
*>     receipted, counted and difference by tender, for the cashier
*>     and supervisor to sign.
*>
*> Card receipts are settled by the card acquirer and are shown but
*> not counted.  A cash-up with nothing new to cover ends without
*> writing anything; a difference in either count ends the run with
*> RETURN-CODE 4.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECEIPT-LOG-FILE ASSIGN TO "CASHRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptLogStatus.

    SELECT CASHUP-LOG-FILE ASSIGN TO "CASHUPLG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCashUpLogStatus.

    SELECT BANKING-SLIP-FILE ASSIGN TO "BANKSLIP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSlipStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT CASHUP-SHEET-FILE ASSIGN TO "CASHSHT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSheetStatus.

DATA DIVISION.
FILE SECTION.
FD  RECEIPT-LOG-FILE.
01  ReceiptLogRecord.
    COPY CASHRCPT.

FD  CASHUP-LOG-FILE.
01  CashUpLogRecord.
    05  CashUpCashierId       PIC X(8).
    05  CashUpDate            PIC 9(8).
    05  CashUpSlipReference   PIC X(10).
    05  CashUpFirstReceipt    PIC 9(6).
    05  CashUpLastReceipt     PIC 9(6).
    05  CashUpReceiptCount    PIC 9(4).
    05  CashUpCashReceipted   PIC 9(7)V99.
    05  CashUpCashCounted     PIC 9(7)V99.
    05  CashUpChequeReceipted PIC 9(7)V99.
    05  CashUpChequeCounted   PIC 9(7)V99.
    05  CashUpCardReceipted   PIC 9(7)V99.

FD  BANKING-SLIP-FILE.
01  BankingSlipRecord.
    COPY BANKSLIP.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  CASHUP-SHEET-FILE.
01  CashUpSheetLine PIC X(100).

WORKING-STORAGE SECTION.
01 wsReceiptLogStatus PIC XX VALUE "00".
01 wsCashUpLogStatus PIC XX VALUE "00".
01 wsSlipStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsSheetStatus PIC XX VALUE "00".

01 receiptLogEofSwitch PIC X VALUE "N".
   88 receiptLogEof VALUE "Y".
01 cashUpLogEofSwitch PIC X VALUE "N".
   88 cashUpLogEof VALUE "Y".
01 countsAcceptedSwitch PIC X VALUE "N".
   88 countsAccepted VALUE "Y".

01 cashDifferenceAccount PIC X(8) VALUE "CASHDIFF".

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
   05 wsRunCentury PIC 9(2).
   05 wsRunYymmdd  PIC 9(6).
01 wsCashUpSequence PIC 9(2) VALUE 0.
01 wsSlipReference PIC X(10) VALUE SPACES.
01 wsDifferenceReference PIC X(10) VALUE SPACES.

01 wsCashedUpTo PIC 9(6) VALUE 0.
01 wsFirstReceipt PIC 9(6) VALUE 0.
01 wsLastReceipt PIC 9(6) VALUE 0.
01 wsReceiptCount PIC 9(4) VALUE 0.
01 wsChequeCount PIC 9(4) VALUE 0.
01 wsCashReceipted PIC 9(7)V99 VALUE 0.
01 wsChequeReceipted PIC 9(7)V99 VALUE 0.
01 wsCardReceipted PIC 9(7)V99 VALUE 0.
01 wsCashCounted PIC 9(7)V99 VALUE 0.
01 wsChequeCounted PIC 9(7)V99 VALUE 0.
01 wsCashDifference PIC S9(7)V99 VALUE 0.
01 wsChequeDifference PIC S9(7)V99 VALUE 0.
01 wsSlipTotal PIC 9(7)V99 VALUE 0.

01 wsConfirmInput PIC X VALUE SPACE.
01 wsAmountInput PIC X(10) VALUE SPACES.
01 wsEntryAmount PIC 9(7)V99 VALUE 0.

*> A keyed amount is split at the point into pounds and pence.
01 wsPoundsInput PIC X(7) VALUE SPACES.
01 wsPenceInput PIC X(2) VALUE SPACES.
01 wsPoundsLength PIC 9(2) VALUE 0.
01 wsPenceLength PIC 9(2) VALUE 0.
01 wsAmountPointer PIC 9(2) VALUE 1.
01 wsAmountPounds PIC 9(7) VALUE 0.
01 wsAmountPence PIC 99 VALUE 0.
01 amountParsedSwitch PIC X VALUE "N".
   88 amountParsed VALUE "Y".

01 wsTenderName PIC X(6) VALUE SPACES.
01 wsEditedAmount PIC Z(6)9.99.
01 wsEditedCounted PIC Z(6)9.99.
01 wsEditedDifference PIC -(7)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsNewPin PIC X(4) VALUE SPACES.
01 pinChangedSwitch PIC X VALUE "N".
   88 pinChanged VALUE "Y".
01 signOnOperatorName PIC X(20) VALUE SPACES.
01 signOnPermissions.
   05 signOnPermBatch    PIC X VALUE "N".
   05 signOnPermMaint    PIC X VALUE "N".
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "CashUp".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " End-of-shift cash-up".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM scanCashUpLogAction.
    PERFORM totalReceiptsAction.
    IF wsReceiptCount = 0
        DISPLAY "No receipts for " wsOperatorId
            " since the last cash-up - nothing to cash up."
        GOBACK
    END-IF.

    MOVE wsCashReceipted TO wsEditedAmount.
    DISPLAY "Receipts " wsFirstReceipt " to " wsLastReceipt
        " (" wsReceiptCount " receipts)".
    DISPLAY "  Cash receipted   : " wsEditedAmount.
    MOVE wsChequeReceipted TO wsEditedAmount.
    DISPLAY "  Cheque receipted : " wsEditedAmount
        " (" wsChequeCount " cheques)".
    MOVE wsCardReceipted TO wsEditedAmount.
    DISPLAY "  Card receipted   : " wsEditedAmount " (not counted)".
    PERFORM acceptCountsAction UNTIL countsAccepted.

    ADD 1 TO wsCashUpSequence.
    MOVE SPACES TO wsSlipReference.
    STRING "PI" DELIMITED BY SIZE
           wsRunYymmdd DELIMITED BY SIZE
           wsCashUpSequence DELIMITED BY SIZE
           INTO wsSlipReference
    END-STRING.
    MOVE SPACES TO wsDifferenceReference.
    STRING "CU" DELIMITED BY SIZE
           wsRunYymmdd DELIMITED BY SIZE
           wsCashUpSequence DELIMITED BY SIZE
           INTO wsDifferenceReference
    END-STRING.
    COMPUTE wsSlipTotal = wsCashCounted + wsChequeCounted.

    PERFORM postDifferencesAction.
    IF wsSlipTotal > 0
        PERFORM writeBankingSlipAction
    ELSE
        MOVE SPACES TO wsSlipReference
    END-IF.
    PERFORM writeCashUpLogAction.
    PERFORM writeCashUpSheetAction.

    DISPLAY "=====================".
    DISPLAY " Cash-up totals".
    MOVE wsCashDifference TO wsEditedDifference.
    DISPLAY " Cash over/short   : " wsEditedDifference.
    MOVE wsChequeDifference TO wsEditedDifference.
    DISPLAY " Cheque over/short : " wsEditedDifference.
    MOVE wsSlipTotal TO wsEditedAmount.
    DISPLAY " Banking slip      : " wsSlipReference " " wsEditedAmount.
    DISPLAY "=====================".
    IF wsCashDifference NOT = 0 OR wsChequeDifference NOT = 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    acceptOperatorIdAction.
        PERFORM UNTIL signedOn OR signOnNoMaster
            DISPLAY "Operator ID:"
            ACCEPT wsOperatorId
            DISPLAY "PIN:"
            ACCEPT wsOperatorPin
            CALL "OperSignOn" USING wsOperatorId, wsOperatorPin,
                signOnOperatorName, signOnPermissions,
                signOnStatusCode
            EVALUATE TRUE
                WHEN signOnPinChangeDue
                    PERFORM changePinAtSignOnAction
                WHEN signedOn
                    DISPLAY "Signed on: " signOnOperatorName
                WHEN signOnLockedOut
                    DISPLAY "Operator id is locked out - have the "
                        "supervisor reset the PIN in OperMaint."
                WHEN signOnNoMaster
                    DISPLAY "No operator master on file - have the "
                        "supervisor run OperMaint first."
                WHEN OTHER
                    DISPLAY "Operator id or PIN not accepted - "
                        "please re-enter."
            END-EVALUATE
        END-PERFORM.

    changePinAtSignOnAction.
*>      Forced change: first use, a supervisor reset, or a PIN past
*>      its expiry.
        DISPLAY "Your PIN must be changed before you continue.".
        MOVE "N" TO pinChangedSwitch.
        PERFORM UNTIL pinChanged OR signOnNoMaster
            DISPLAY "New PIN (4 digits):"
            ACCEPT wsNewPin
            CALL "OperPinChange" USING wsOperatorId, wsOperatorPin,
                wsNewPin, signOnStatusCode
            IF signedOn
                SET pinChanged TO TRUE
                DISPLAY "PIN changed.  Signed on: "
                    signOnOperatorName
            ELSE
                DISPLAY "PIN not accepted - 4 digits, please."
            END-IF
        END-PERFORM.

    scanCashUpLogAction.
*>      Where this cashier's last cash-up got to, and how many
*>      cash-ups have already been taken today by anyone (the day's
*>      number makes the slip and difference references unique).
        MOVE 0 TO wsCashedUpTo.
        MOVE 0 TO wsCashUpSequence.
        MOVE "N" TO cashUpLogEofSwitch.
        OPEN INPUT CASHUP-LOG-FILE.
        IF wsCashUpLogStatus = "00"
            PERFORM readCashUpLogAction
            PERFORM UNTIL cashUpLogEof
                IF CashUpCashierId = wsOperatorId
                    AND CashUpLastReceipt > wsCashedUpTo
                    MOVE CashUpLastReceipt TO wsCashedUpTo
                END-IF
                IF CashUpDate = wsRunDate
                    ADD 1 TO wsCashUpSequence
                END-IF
                PERFORM readCashUpLogAction
            END-PERFORM
            CLOSE CASHUP-LOG-FILE
        END-IF.

    readCashUpLogAction.
        READ CASHUP-LOG-FILE
            AT END
                SET cashUpLogEof TO TRUE
        END-READ.

    totalReceiptsAction.
        MOVE "N" TO receiptLogEofSwitch.
        OPEN INPUT RECEIPT-LOG-FILE.
        IF wsReceiptLogStatus = "00"
            PERFORM readReceiptLogAction
            PERFORM UNTIL receiptLogEof
                IF ReceiptCashierId = wsOperatorId
                    AND ReceiptNumber > wsCashedUpTo
                    PERFORM addReceiptAction
                END-IF
                PERFORM readReceiptLogAction
            END-PERFORM
            CLOSE RECEIPT-LOG-FILE
        END-IF.

    readReceiptLogAction.
        READ RECEIPT-LOG-FILE
            AT END
                SET receiptLogEof TO TRUE
        END-READ.

    addReceiptAction.
        ADD 1 TO wsReceiptCount.
        IF wsFirstReceipt = 0 OR ReceiptNumber < wsFirstReceipt
            MOVE ReceiptNumber TO wsFirstReceipt
        END-IF.
        IF ReceiptNumber > wsLastReceipt
            MOVE ReceiptNumber TO wsLastReceipt
        END-IF.
        EVALUATE TRUE
            WHEN tenderCash
                ADD ReceiptAmount TO wsCashReceipted
            WHEN tenderCheque
                ADD ReceiptAmount TO wsChequeReceipted
                ADD 1 TO wsChequeCount
            WHEN OTHER
                ADD ReceiptAmount TO wsCardReceipted
        END-EVALUATE.

    acceptCountsAction.
        DISPLAY "Cash counted in the till (pounds and pence):".
        PERFORM acceptCountedAmountAction.
        MOVE wsEntryAmount TO wsCashCounted.
        DISPLAY "Cheques counted (pounds and pence):".
        PERFORM acceptCountedAmountAction.
        MOVE wsEntryAmount TO wsChequeCounted.
        COMPUTE wsCashDifference = wsCashCounted - wsCashReceipted.
        COMPUTE wsChequeDifference =
            wsChequeCounted - wsChequeReceipted.
        IF wsCashDifference = 0 AND wsChequeDifference = 0
            DISPLAY "Till balances."
            SET countsAccepted TO TRUE
        ELSE
            MOVE wsCashDifference TO wsEditedDifference
            DISPLAY "** Cash over (+) / short (-)   : "
                wsEditedDifference
            MOVE wsChequeDifference TO wsEditedDifference
            DISPLAY "** Cheque over (+) / short (-) : "
                wsEditedDifference
            DISPLAY "Accept these counts and record the difference "
                "(Y), or count again (N)?"
            ACCEPT wsConfirmInput
            IF wsConfirmInput = "Y" OR wsConfirmInput = "y"
                SET countsAccepted TO TRUE
            END-IF
        END-IF.

    acceptCountedAmountAction.
        MOVE "N" TO amountParsedSwitch.
        PERFORM UNTIL amountParsed
            ACCEPT wsAmountInput
            PERFORM parseAmountAction
            IF NOT amountParsed
                DISPLAY "Please enter up to 7 digits of pounds, "
                    "optionally a point and 2 digits of pence."
            END-IF
        END-PERFORM.

    parseAmountAction.
*>      Pounds, then optionally a point and exactly two digits of
*>      pence; nothing may follow but spaces.
        MOVE "N" TO amountParsedSwitch.
        MOVE SPACES TO wsPoundsInput.
        MOVE SPACES TO wsPenceInput.
        MOVE 0 TO wsPoundsLength.
        MOVE 0 TO wsPenceLength.
        MOVE 1 TO wsAmountPointer.
        UNSTRING wsAmountInput DELIMITED BY "." OR ALL SPACE
            INTO wsPoundsInput COUNT IN wsPoundsLength
                 wsPenceInput COUNT IN wsPenceLength
            WITH POINTER wsAmountPointer
        END-UNSTRING.
        IF wsPoundsLength > 0 AND wsPoundsLength < 8
            AND (wsPenceLength = 0 OR wsPenceLength = 2)
            IF wsPoundsInput(1:wsPoundsLength) IS NUMERIC
                AND (wsPenceLength = 0 OR wsPenceInput IS NUMERIC)
                SET amountParsed TO TRUE
                IF wsAmountPointer < 11
                    IF wsAmountInput(wsAmountPointer:) NOT = SPACES
                        MOVE "N" TO amountParsedSwitch
                    END-IF
                END-IF
            END-IF
        END-IF.
        IF amountParsed
            MOVE wsPoundsInput(1:wsPoundsLength) TO wsAmountPounds
            MOVE 0 TO wsAmountPence
            IF wsPenceLength = 2
                MOVE wsPenceInput TO wsAmountPence
            END-IF
            COMPUTE wsEntryAmount = wsAmountPounds + wsAmountPence / 100
        END-IF.

    postDifferencesAction.
*>      Over is money in (a credit, posted positive, as PaymentEntry
*>      posts a receipt); short is a debit.
        IF wsCashDifference NOT = 0 OR wsChequeDifference NOT = 0
            OPEN EXTEND POSTING-FILE
            IF wsPostingStatus NOT = "00"
                OPEN OUTPUT POSTING-FILE
            END-IF
            PERFORM writeSourceHeaderAction
            IF wsCashDifference NOT = 0
                MOVE cashDifferenceAccount TO PostAccountId
                MOVE wsCashDifference TO PostAmount
                MOVE wsDifferenceReference TO PostReference
                MOVE wsRunDate TO PostDate
                PERFORM writeSourcePostingAction
            END-IF
            IF wsChequeDifference NOT = 0
                MOVE cashDifferenceAccount TO PostAccountId
                MOVE wsChequeDifference TO PostAmount
                MOVE wsDifferenceReference TO PostReference
                MOVE wsRunDate TO PostDate
                PERFORM writeSourcePostingAction
            END-IF
            PERFORM writeSourceTrailerAction
            CLOSE POSTING-FILE
        END-IF.

    writeBankingSlipAction.
        OPEN EXTEND BANKING-SLIP-FILE.
        IF wsSlipStatus NOT = "00"
            OPEN OUTPUT BANKING-SLIP-FILE
        END-IF.
        MOVE wsSlipReference TO SlipReference.
        MOVE wsRunDate TO SlipDate.
        MOVE wsOperatorId TO SlipCashierId.
        MOVE wsCashCounted TO SlipCashAmount.
        MOVE wsChequeCounted TO SlipChequeAmount.
        MOVE wsChequeCount TO SlipChequeCount.
        MOVE wsSlipTotal TO SlipTotal.
        WRITE BankingSlipRecord.
        CLOSE BANKING-SLIP-FILE.

    writeCashUpLogAction.
        OPEN EXTEND CASHUP-LOG-FILE.
        IF wsCashUpLogStatus NOT = "00"
            OPEN OUTPUT CASHUP-LOG-FILE
        END-IF.
        MOVE wsOperatorId TO CashUpCashierId.
        MOVE wsRunDate TO CashUpDate.
        MOVE wsSlipReference TO CashUpSlipReference.
        MOVE wsFirstReceipt TO CashUpFirstReceipt.
        MOVE wsLastReceipt TO CashUpLastReceipt.
        MOVE wsReceiptCount TO CashUpReceiptCount.
        MOVE wsCashReceipted TO CashUpCashReceipted.
        MOVE wsCashCounted TO CashUpCashCounted.
        MOVE wsChequeReceipted TO CashUpChequeReceipted.
        MOVE wsChequeCounted TO CashUpChequeCounted.
        MOVE wsCardReceipted TO CashUpCardReceipted.
        WRITE CashUpLogRecord.
        CLOSE CASHUP-LOG-FILE.

    writeCashUpSheetAction.
        OPEN OUTPUT CASHUP-SHEET-FILE.
        MOVE "End-of-shift cash-up sheet" TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE "==========================" TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Cashier: " DELIMITED BY SIZE
               wsOperatorId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               signOnOperatorName DELIMITED BY SIZE
               "  Date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Receipts " DELIMITED BY SIZE
               wsFirstReceipt DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               wsLastReceipt DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE "Receipt  Account   Tender        Amount  Reference"
            TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE "N" TO receiptLogEofSwitch.
        OPEN INPUT RECEIPT-LOG-FILE.
        IF wsReceiptLogStatus = "00"
            PERFORM readReceiptLogAction
            PERFORM UNTIL receiptLogEof
                IF ReceiptCashierId = wsOperatorId
                    AND ReceiptNumber > wsCashedUpTo
                    AND ReceiptNumber NOT > wsLastReceipt
                    PERFORM listReceiptAction
                END-IF
                PERFORM readReceiptLogAction
            END-PERFORM
            CLOSE RECEIPT-LOG-FILE
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE "Tender      Receipted     Counted   Over/short"
            TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE wsCashReceipted TO wsEditedAmount.
        MOVE wsCashCounted TO wsEditedCounted.
        MOVE wsCashDifference TO wsEditedDifference.
        MOVE SPACES TO wsListLine.
        STRING "CASH      " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsEditedCounted DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedDifference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE wsChequeReceipted TO wsEditedAmount.
        MOVE wsChequeCounted TO wsEditedCounted.
        MOVE wsChequeDifference TO wsEditedDifference.
        MOVE SPACES TO wsListLine.
        STRING "CHEQUE    " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsEditedCounted DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedDifference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE wsCardReceipted TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "CARD      " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  (settled by the card acquirer)" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        IF wsCashDifference NOT = 0 OR wsChequeDifference NOT = 0
            MOVE SPACES TO wsListLine
            STRING "Difference posted to " DELIMITED BY SIZE
                   cashDifferenceAccount DELIMITED BY SIZE
                   " reference " DELIMITED BY SIZE
                   wsDifferenceReference DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE CashUpSheetLine FROM wsListLine
        END-IF.
        MOVE wsSlipTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        IF wsSlipTotal > 0
            STRING "Banked on paying-in slip " DELIMITED BY SIZE
                   wsSlipReference DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsEditedAmount DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   wsChequeCount DELIMITED BY SIZE
                   " cheques)" DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            MOVE "Nothing to bank." TO wsListLine
        END-IF.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        MOVE "Cashier ____________    Supervisor ____________"
            TO wsListLine.
        WRITE CashUpSheetLine FROM wsListLine.
        CLOSE CASHUP-SHEET-FILE.

    listReceiptAction.
        EVALUATE TRUE
            WHEN tenderCash
                MOVE "CASH" TO wsTenderName
            WHEN tenderCheque
                MOVE "CHEQUE" TO wsTenderName
            WHEN OTHER
                MOVE "CARD" TO wsTenderName
        END-EVALUATE.
        MOVE ReceiptAmount TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING ReceiptNumber DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ReceiptAccountId DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsTenderName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ReceiptReference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE CashUpSheetLine FROM wsListLine.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE wsOperatorId TO regOperator.
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
