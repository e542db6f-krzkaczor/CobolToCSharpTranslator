IDENTIFICATION DIVISION.
PROGRAM-ID.  DdMandateMaint.

*> Maintenance for the direct debit mandate master, DDMAND.  A
*> mandate is the payer's instruction to let us collect from their
*> bank account: the mandate reference quoted to the bank, the
*> ledger account the collections are credited to (a student's fee
*> account, S plus the seven-digit student id, or a sponsor's, SP plus
*> the six-digit sponsor id), the account holder's name as the bank
*> has it, the sort code and account number, and a status - A active,
*> S suspended, C cancelled.  DdCollect collects only on active
*> mandates; DdReturns counts the failed collections and suspends a
*> mandate once too many have come back.  Reactivating a suspended
*> mandate clears its failure count; a cancelled mandate stays
*> cancelled - the payer signs a new one.  New bank details mean a
*> new instruction at the bank, so the next collection goes as a
*> first collection again.
*>
*> The operator signs on through OperSignOn and must hold the
*> maintenance permission, since these are a payer's bank details;
*> every mandate carries the id of the operator who last changed it.
*> The file is loaded into a table at start-up and rewritten whole
*> on exit, the way SponsorMaint keeps its files.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANDATE-FILE ASSIGN TO "DDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMandateStatus.

DATA DIVISION.
FILE SECTION.
FD  MANDATE-FILE.
01  MandateRecord.
    COPY DDMAND.

WORKING-STORAGE SECTION.
01 wsMandateStatus PIC XX VALUE "00".

01 mandateEofSwitch PIC X VALUE "N".
   88 mandateEof VALUE "Y".
01 filesChangedSwitch PIC X VALUE "N".
   88 filesChanged VALUE "Y".

01 mandateTableCount PIC 9(4) VALUE 0.
01 mandateTableIndex PIC 9(4) VALUE 0.
01 mandateFoundIndex PIC 9(4) VALUE 0.
01 wsNotLoadedCount PIC 9(5) VALUE 0.
01 mandateTable.
    05 mandateTableEntry OCCURS 2000 TIMES PIC X(89).

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 bankSelected   VALUE "B".
   88 statusSelected VALUE "S".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsReferenceInput PIC X(18) VALUE SPACES.
01 wsAccountInput PIC X(8) VALUE SPACES.
01 wsNameInput PIC X(18) VALUE SPACES.
01 wsSortCodeInput PIC X(6) VALUE SPACES.
01 wsBankAccountInput PIC X(8) VALUE SPACES.
01 wsStatusInput PIC X VALUE SPACE.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".
01 wsRunDate PIC 9(8) VALUE 0.

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsNewPin PIC X(4) VALUE SPACES.
01 pinChangedSwitch PIC X VALUE "N".
   88 pinChanged VALUE "Y".
01 signOnOperatorName PIC X(20) VALUE SPACES.
01 signOnPermissions.
   05 signOnPermBatch    PIC X VALUE "N".
   05 signOnPermMaint    PIC X VALUE "N".
      88 operatorMayMaintain VALUE "Y".
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Direct debit mandate maintenance".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not authorized for mandate maintenance."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadMandateTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every mandate that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** MANDATE FILE HOLDS MORE THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF filesChanged
        PERFORM saveMandateFileAction
        DISPLAY "Mandate file saved - " mandateTableCount
            " mandate(s) on file."
    ELSE
        DISPLAY "No changes made - mandate file left as it was."
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

    loadMandateTableAction.
        MOVE 0 TO mandateTableCount.
        MOVE "N" TO mandateEofSwitch.
        OPEN INPUT MANDATE-FILE.
        IF wsMandateStatus = "00"
            PERFORM readMandateAction
            PERFORM addMandateEntryAction UNTIL mandateEof
            CLOSE MANDATE-FILE
        ELSE
            DISPLAY "No mandate file yet - starting an empty file."
        END-IF.

    readMandateAction.
        READ MANDATE-FILE
            AT END
                SET mandateEof TO TRUE
        END-READ.

    addMandateEntryAction.
        IF mandateTableCount < 2000
            ADD 1 TO mandateTableCount
            MOVE MandateRecord TO mandateTableEntry(mandateTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readMandateAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd a mandate, change (B)ank details, change "
            "(S)tatus, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN addSelected
                PERFORM addMandateAction
            WHEN bankSelected
                PERFORM changeBankDetailsAction
            WHEN statusSelected
                PERFORM changeStatusAction
            WHEN listSelected
                PERFORM listMandatesAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, B, S, L or X."
        END-EVALUATE.

    addMandateAction.
        PERFORM acceptReferenceAction.
        PERFORM findMandateAction.
        IF mandateFoundIndex > 0
            DISPLAY "Mandate " wsReferenceInput " is already on file."
        ELSE
            IF mandateTableCount >= 2000
                DISPLAY "Mandate file is full - cannot add another."
            ELSE
                PERFORM acceptAccountAction
                PERFORM acceptBankDetailsAction
                INITIALIZE MandateRecord
                MOVE wsReferenceInput TO MandateReference
                MOVE wsAccountInput TO MandateAccountId
                MOVE wsNameInput TO MandatePayerName
                MOVE wsSortCodeInput TO MandateSortCode
                MOVE wsBankAccountInput TO MandateBankAccount
                SET mandateActive TO TRUE
                MOVE 0 TO MandateFailCount
                MOVE wsRunDate TO MandateSetUpDate
                MOVE wsRunDate TO MandateLastCollected
                MOVE 0 TO MandateCollectCount
                MOVE wsOperatorId TO MandateOperatorId
                ADD 1 TO mandateTableCount
                MOVE MandateRecord
                    TO mandateTableEntry(mandateTableCount)
                SET filesChanged TO TRUE
                DISPLAY "Mandate " wsReferenceInput " added for "
                    "account " wsAccountInput "."
            END-IF
        END-IF.

    changeBankDetailsAction.
        PERFORM acceptReferenceAction.
        PERFORM findMandateAction.
        IF mandateFoundIndex = 0
            DISPLAY "No mandate " wsReferenceInput " on file."
        ELSE
            MOVE mandateTableEntry(mandateFoundIndex) TO MandateRecord
            IF mandateCancelled
                DISPLAY "Mandate " wsReferenceInput " is cancelled - "
                    "the payer must sign a new one."
            ELSE
                DISPLAY "Now: " MandatePayerName " " MandateSortCode
                    " " MandateBankAccount
                PERFORM acceptBankDetailsAction
                MOVE wsNameInput TO MandatePayerName
                MOVE wsSortCodeInput TO MandateSortCode
                MOVE wsBankAccountInput TO MandateBankAccount
                MOVE 0 TO MandateCollectCount
                MOVE wsOperatorId TO MandateOperatorId
                MOVE MandateRecord
                    TO mandateTableEntry(mandateFoundIndex)
                SET filesChanged TO TRUE
                DISPLAY "Bank details for " wsReferenceInput
                    " changed - next collection goes as a first "
                    "collection."
            END-IF
        END-IF.

    changeStatusAction.
        PERFORM acceptReferenceAction.
        PERFORM findMandateAction.
        IF mandateFoundIndex = 0
            DISPLAY "No mandate " wsReferenceInput " on file."
        ELSE
            MOVE mandateTableEntry(mandateFoundIndex) TO MandateRecord
            DISPLAY "Status now " MandateStatus ", "
                MandateFailCount " failed collection(s)."
            MOVE SPACE TO wsStatusInput
            PERFORM UNTIL wsStatusInput = "A" OR wsStatusInput = "S"
                    OR wsStatusInput = "C"
                DISPLAY "New status (A active, S suspended, "
                    "C cancelled):"
                ACCEPT wsStatusInput
            END-PERFORM
            EVALUATE TRUE
                WHEN mandateCancelled
                    DISPLAY "Mandate " wsReferenceInput " is "
                        "cancelled - the payer must sign a new one."
                WHEN wsStatusInput = MandateStatus
                    DISPLAY "Status not changed."
                WHEN OTHER
                    MOVE wsStatusInput TO MandateStatus
                    IF mandateActive
                        MOVE 0 TO MandateFailCount
                    END-IF
                    MOVE wsOperatorId TO MandateOperatorId
                    MOVE MandateRecord
                        TO mandateTableEntry(mandateFoundIndex)
                    SET filesChanged TO TRUE
                    DISPLAY "Mandate " wsReferenceInput
                        " status set to " MandateStatus "."
            END-EVALUATE
        END-IF.

    acceptReferenceAction.
        MOVE SPACES TO wsReferenceInput.
        PERFORM UNTIL wsReferenceInput NOT = SPACES
            DISPLAY "Mandate reference:"
            ACCEPT wsReferenceInput
        END-PERFORM.

    acceptAccountAction.
*>      Collections go to a student fee account or a sponsor account.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Ledger account (S + student id, or SP + "
                "sponsor id):"
            ACCEPT wsAccountInput
            IF (wsAccountInput(1:1) = "S"
                    AND wsAccountInput(2:7) IS NUMERIC)
                OR (wsAccountInput(1:2) = "SP"
                    AND wsAccountInput(3:6) IS NUMERIC)
                SET validEntry TO TRUE
            ELSE
                DISPLAY "Not a student or sponsor account."
            END-IF
        END-PERFORM.

    acceptBankDetailsAction.
        MOVE SPACES TO wsNameInput.
        PERFORM UNTIL wsNameInput NOT = SPACES
            DISPLAY "Account holder name (as the bank has it):"
            ACCEPT wsNameInput
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Sort code (6 digits):"
            ACCEPT wsSortCodeInput
            IF wsSortCodeInput IS NUMERIC
                SET validEntry TO TRUE
            ELSE
                DISPLAY "Please enter 6 digits."
            END-IF
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Bank account number (8 digits):"
            ACCEPT wsBankAccountInput
            IF wsBankAccountInput IS NUMERIC
                SET validEntry TO TRUE
            ELSE
                DISPLAY "Please enter 8 digits."
            END-IF
        END-PERFORM.

    findMandateAction.
        MOVE 0 TO mandateFoundIndex.
        PERFORM VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount
                OR mandateFoundIndex > 0
            IF mandateTableEntry(mandateTableIndex)(1:18)
                    = wsReferenceInput
                MOVE mandateTableIndex TO mandateFoundIndex
            END-IF
        END-PERFORM.

    listMandatesAction.
        PERFORM listOneMandateAction
            VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount.

    listOneMandateAction.
        MOVE mandateTableEntry(mandateTableIndex) TO MandateRecord.
        DISPLAY "  " MandateReference " " MandateAccountId
            " " MandateStatus " fails " MandateFailCount
            " last " MandateLastCollected
            " " MandatePayerName.

    saveMandateFileAction.
        OPEN OUTPUT MANDATE-FILE.
        PERFORM writeOneMandateAction
            VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount.
        CLOSE MANDATE-FILE.

    writeOneMandateAction.
        MOVE mandateTableEntry(mandateTableIndex) TO MandateRecord.
        WRITE MandateRecord.
