*> StudentId, so SIGNHIST stays the one source of fee-account
*> movement once the SignedArith pass runs.  A blank student id ends
*> the run.
*>
*> The cashier signs on through OperSignOn.  Every receipt is taken
*> in a tender (cash, cheque or card) and numbered in the cashier's
*> own sequence, carried on from the highest number the cashier has
*> on the CASHRCPT receipt log.  Each receipt is appended to CASHRCPT
*> for the end-of-shift CashUp and printed for the payer on RCPTPRT.
*>
*> Modification history:
*> - Receipts are now taken in pounds and pence (up to seven digits
*>   of pounds, optionally a point and two digits of pence) and
*>   posted to the penny, instead of being rounded to whole pounds.
*> - Receipts are taken by a signed-on cashier in a tender (cash,
*>   cheque or card), numbered in the cashier's own sequence, logged
*>   to CASHRCPT for the end-of-shift CashUp and printed for the
*>   payer on RCPTPRT.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT RECEIPT-LOG-FILE ASSIGN TO "CASHRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptLogStatus.

    SELECT RECEIPT-PRINT-FILE ASSIGN TO "RCPTPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptPrintStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.
FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  RECEIPT-LOG-FILE.
01  ReceiptLogRecord.
    COPY CASHRCPT.

FD  RECEIPT-PRINT-FILE.
01  ReceiptPrintLine PIC X(60).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsReceiptLogStatus PIC XX VALUE "00".
01 wsReceiptPrintStatus PIC XX VALUE "00".

01 receiptLogEofSwitch PIC X VALUE "N".
   88 receiptLogEof VALUE "Y".
01 wsTenderInput PIC X VALUE SPACE.
01 wsEntryTender PIC X VALUE SPACE.
01 wsReceiptNumber PIC 9(6) VALUE 0.
01 wsPayerName PIC X(36) VALUE SPACES.
01 wsTenderName PIC X(6) VALUE SPACES.
01 wsEditedReceiptAmount PIC Z(6)9.99.
01 wsPrintLine PIC X(60) VALUE SPACES.
01 wsCashTotal PIC 9(9)V99 VALUE 0.
01 wsChequeTotal PIC 9(9)V99 VALUE 0.
01 wsCardTotal PIC 9(9)V99 VALUE 0.

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

01 wsStudentIdInput PIC X(7) VALUE SPACES.
01 wsAmountInput PIC X(10) VALUE SPACES.
01 wsReferenceInput PIC X(10) VALUE SPACES.
01 wsEntryId PIC 9(7) VALUE 0.
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

01 runDoneSwitch PIC X VALUE "N".
   88 runDone VALUE "Y".
   88 validEntry VALUE "Y".

01 wsReceiptCount PIC 9(5) VALUE 0.
01 wsReceiptTotal PIC 9(9)V99 VALUE 0.
01 wsEditedTotal PIC Z(8)9.99.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsCheckDigitArea.
01 checkDigitValidSwitch PIC X VALUE "N".
   88 checkDigitValid VALUE "Y".

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "PaymentEntry".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Fee payment entry".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM findLastReceiptNumberAction.
    OPEN INPUT STUDENT-MASTER.
    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN EXTEND RECEIPT-LOG-FILE.
    IF wsReceiptLogStatus NOT = "00"
        OPEN OUTPUT RECEIPT-LOG-FILE
    END-IF.
    OPEN EXTEND RECEIPT-PRINT-FILE.
    IF wsReceiptPrintStatus NOT = "00"
        OPEN OUTPUT RECEIPT-PRINT-FILE
    END-IF.
    PERFORM captureOnePaymentAction UNTIL runDone.
    CLOSE RECEIPT-PRINT-FILE.
    CLOSE RECEIPT-LOG-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    IF wsMasterStatus = "00"
        CLOSE STUDENT-MASTER
    END-IF.
    MOVE wsReceiptTotal TO wsEditedTotal.
    DISPLAY "Receipts captured: " wsReceiptCount
        " totalling " wsEditedTotal ".".
    MOVE wsCashTotal TO wsEditedTotal.
    DISPLAY "  Cash    : " wsEditedTotal.
    MOVE wsChequeTotal TO wsEditedTotal.
    DISPLAY "  Cheque  : " wsEditedTotal.
    MOVE wsCardTotal TO wsEditedTotal.
    DISPLAY "  Card    : " wsEditedTotal.
    STOP RUN.

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

    findLastReceiptNumberAction.
*>      The cashier's sequence carries on from the highest number
*>      already on the receipt log, across runs and cash-ups.
        MOVE 0 TO wsReceiptNumber.
        MOVE "N" TO receiptLogEofSwitch.
        OPEN INPUT RECEIPT-LOG-FILE.
        IF wsReceiptLogStatus = "00"
            PERFORM readReceiptLogAction
            PERFORM UNTIL receiptLogEof
                IF ReceiptCashierId = wsOperatorId
                    AND ReceiptNumber > wsReceiptNumber
                    MOVE ReceiptNumber TO wsReceiptNumber
                END-IF
                PERFORM readReceiptLogAction
            END-PERFORM
            CLOSE RECEIPT-LOG-FILE
        END-IF.
        DISPLAY "Last receipt number for " wsOperatorId ": "
            wsReceiptNumber.

    readReceiptLogAction.
        READ RECEIPT-LOG-FILE
            AT END
                SET receiptLogEof TO TRUE
        END-READ.

    captureOnePaymentAction.
        DISPLAY "Student id (blank to finish):".
        ACCEPT wsStudentIdInput.
            ELSE
                PERFORM checkMasterAction
                PERFORM acceptAmountAction
                PERFORM acceptTenderAction
                PERFORM acceptReferenceAction
                PERFORM writePaymentAction
                PERFORM writeReceiptAction
            END-IF
        END-IF.

    checkMasterAction.
        MOVE "(not on student master)" TO wsPayerName.
        IF wsMasterStatus = "00"
            MOVE wsEntryId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                NOT INVALID KEY
                    DISPLAY "  " Surname OF StudentMasterRecord
                        " " Forename OF StudentMasterRecord
                    MOVE SPACES TO wsPayerName
                    STRING Forename OF StudentMasterRecord
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           Surname OF StudentMasterRecord
                               DELIMITED BY SPACE
                           INTO wsPayerName
                    END-STRING
            END-READ
        END-IF.

    acceptTenderAction.
        MOVE SPACE TO wsEntryTender.
        PERFORM UNTIL wsEntryTender NOT = SPACE
            DISPLAY "Tender - (C)ash, cheque (Q) or card (K):"
            ACCEPT wsTenderInput
            EVALUATE wsTenderInput
                WHEN "C" WHEN "c"
                    MOVE "C" TO wsEntryTender
                WHEN "Q" WHEN "q"
                    MOVE "Q" TO wsEntryTender
                WHEN "K" WHEN "k"
                    MOVE "K" TO wsEntryTender
                WHEN OTHER
                    DISPLAY "Please enter C, Q or K."
            END-EVALUATE
        END-PERFORM.

    acceptAmountAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Receipt amount (pounds and pence, e.g. 125.50):"
            ACCEPT wsAmountInput
            PERFORM parseAmountAction
            IF amountParsed
                IF wsEntryAmount > 0
                    MOVE "Y" TO validEntrySwitch
                ELSE
                    DISPLAY "A receipt must be more than zero."
                END-IF
            ELSE
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

    acceptReferenceAction.
        MOVE SPACES TO wsReferenceInput.
        PERFORM UNTIL wsReferenceInput NOT = SPACES
        MOVE wsEntryAmount TO PostAmount.
        MOVE wsReferenceInput TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        ADD 1 TO wsReceiptCount.
        ADD wsEntryAmount TO wsReceiptTotal.
        DISPLAY "Receipt recorded for account S" wsEntryId ".".

    writeReceiptAction.
*>      Logged for the cashier's cash-up, then printed for the payer.
        ADD 1 TO wsReceiptNumber.
        MOVE wsOperatorId TO ReceiptCashierId.
        MOVE wsReceiptNumber TO ReceiptNumber.
        MOVE wsRunDate TO ReceiptDate.
        MOVE PostAccountId TO ReceiptAccountId.
        MOVE wsEntryAmount TO ReceiptAmount.
        MOVE wsEntryTender TO ReceiptTender.
        MOVE wsReferenceInput TO ReceiptReference.
        WRITE ReceiptLogRecord.
        EVALUATE TRUE
            WHEN tenderCash
                MOVE "CASH" TO wsTenderName
                ADD wsEntryAmount TO wsCashTotal
            WHEN tenderCheque
                MOVE "CHEQUE" TO wsTenderName
                ADD wsEntryAmount TO wsChequeTotal
            WHEN OTHER
                MOVE "CARD" TO wsTenderName
                ADD wsEntryAmount TO wsCardTotal
        END-EVALUATE.
        PERFORM printReceiptAction.
        DISPLAY "Receipt number " wsOperatorId "/" wsReceiptNumber
            " printed.".

    printReceiptAction.
        MOVE ALL "-" TO wsPrintLine.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "FEES OFFICE RECEIPT         No. " DELIMITED BY SIZE
               wsOperatorId DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               wsReceiptNumber DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Date          : " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Received from : " DELIMITED BY SIZE
               wsPayerName DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Fee account   : " DELIMITED BY SIZE
               ReceiptAccountId DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE wsEntryAmount TO wsEditedReceiptAmount.
        MOVE SPACES TO wsPrintLine.
        STRING "Amount        : " DELIMITED BY SIZE
               wsEditedReceiptAmount DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Paid by       : " DELIMITED BY SIZE
               wsTenderName DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Reference     : " DELIMITED BY SIZE
               wsReferenceInput DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        STRING "Cashier       : " DELIMITED BY SIZE
               signOnOperatorName DELIMITED BY SIZE
               INTO wsPrintLine
        END-STRING.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE ALL "-" TO wsPrintLine.
        WRITE ReceiptPrintLine FROM wsPrintLine.
        MOVE SPACES TO wsPrintLine.
        WRITE ReceiptPrintLine FROM wsPrintLine.

    validateCheckDigitAction.
        MOVE "N" TO checkDigitValidSwitch.
        MOVE wsEntryId TO wsCheckDigitId.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsCheckDigitDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).

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
