IDENTIFICATION DIVISION.
PROGRAM-ID.  WriteOffReview.

*> Review and approval of the bad-debt write-offs WriteOffPropose
*> puts on the WOPEND pending file.  Two levels of sign-off:
*>
*>   - the credit controller (an operator with the maintenance
*>     permission) reviews each proposed item and approves or rejects
*>     it; an approved item at or under the WriteOffPropose
*>     APPROVAL-LIMIT setting on the PARMMAST parameter master
*>     (default 500.00) is written off there and then, one over the
*>     limit goes on to await the finance manager;
*>   - the finance manager (an operator with the write-off permission
*>     on OPERMAST, and not the operator who reviewed the item) gives
*>     the second approval or rejects it.
*>
*> Writing off posts the amount through SIGNPOST as a credit to the
*> fee account and a debit to the BADDEBT bad-debt expense account,
*> both under the item's WO reference, for the next SignedArith pass,
*> and appends a line to the WOREG write-off register naming who
*> reviewed and who approved it and when.  The amount must still be
*> owed on SIGNBAL at the moment of approval; if a payment has come
*> in, or the account has been closed, frozen or put in dispute since
*> the proposal, the item is rejected with the reason and the next
*> proposal run picks up what is left.
*>
*> The pending file is loaded into a table at start-up and rewritten
*> whole on exit, the way SponsorMaint keeps its files.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The approval limit is now the WriteOffPropose APPROVAL-LIMIT
*>   setting on the PARMMAST parameter master, read through
*>   ParmService, instead of the WOPRM control record.
*> - At cutover the one-off ParmConvert run carries the approval limit
*>   from the old WOPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-WRITEOFF-FILE ASSIGN TO "WOPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPendingStatus.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId
        FILE STATUS IS wsOperatorStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT WRITEOFF-REGISTER-FILE ASSIGN TO "WOREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  PENDING-WRITEOFF-FILE.
01  PendingWriteOffRecord.
    COPY WRITEOFF.

FD  OPERATOR-MASTER.
01  OperatorRecord.
    COPY OPERATOR.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  WRITEOFF-REGISTER-FILE.
01  WriteOffRegisterLine    PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsPendingStatus PIC XX VALUE "00".
01 wsOperatorStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".

01 pendingEofSwitch PIC X VALUE "N".
   88 pendingEof VALUE "Y".
01 filesChangedSwitch PIC X VALUE "N".
   88 filesChanged VALUE "Y".
01 mayWriteOffSwitch PIC X VALUE "N".
   88 operatorMayWriteOff VALUE "Y".
01 reviewQuitSwitch PIC X VALUE "N".
   88 reviewQuit VALUE "Y".

01 badDebtAccount PIC X(8) VALUE "BADDEBT".
01 wsApprovalLimit PIC 9(7)V99 VALUE 500.00.

01 parmLookArea.
    COPY PARMLOOK.

01 pendTableCount PIC 9(4) VALUE 0.
01 pendTableIndex PIC 9(4) VALUE 0.
01 wsNotLoadedCount PIC 9(5) VALUE 0.
01 pendTable.
    05 pendTableEntry OCCURS 2000 TIMES PIC X(101).

01 wsActionAnswer PIC X VALUE SPACE.
   88 reviewSelected  VALUE "R".
   88 managerSelected VALUE "M".
   88 listSelected    VALUE "L".
   88 exitSelected    VALUE "X".
01 wsDecisionInput PIC X VALUE SPACE.
01 wsNoteInput PIC X(20) VALUE SPACES.
01 wsOwedNow PIC S9(7)V99 VALUE 0.
01 wsRefusalNote PIC X(20) VALUE SPACES.

01 wsWrittenOffCount PIC 9(4) VALUE 0.
01 wsWrittenOffTotal PIC 9(9)V99 VALUE 0.
01 wsReferredCount PIC 9(4) VALUE 0.
01 wsRejectedCount PIC 9(4) VALUE 0.
01 wsEditedAmount PIC Z(8)9.99.
01 wsListLine PIC X(100) VALUE SPACES.
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

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "WriteOffReview".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Bad-debt write-off review".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM checkWriteOffPermissionAction.
    IF NOT operatorMayMaintain AND NOT operatorMayWriteOff
        DISPLAY "Operator " wsOperatorId
            " is not authorized for write-off review."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    PERFORM loadPendingTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every item that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** PENDING FILE HOLDS MORE THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "SIGNBAL cannot be opened - status " wsBalanceStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM reviewMenuAction UNTIL exitSelected.

    CLOSE BALANCE-FILE.
    IF filesChanged
        PERFORM savePendingFileAction
        DISPLAY "Pending write-off file saved."
    ELSE
        DISPLAY "No changes made - pending file left as it was."
    END-IF.
    DISPLAY "=====================".
    DISPLAY " Write-off session totals".
    MOVE wsWrittenOffTotal TO wsEditedAmount.
    DISPLAY " Written off : " wsWrittenOffCount
        " totalling " wsEditedAmount.
    DISPLAY " To manager  : " wsReferredCount.
    DISPLAY " Rejected    : " wsRejectedCount.
    DISPLAY "=====================".
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

    checkWriteOffPermissionAction.
*>      The write-off permission is read from the operator master
*>      itself; the shared sign-on hands back only the batch,
*>      maintenance and withdrawal permissions.
        MOVE "N" TO mayWriteOffSwitch.
        OPEN INPUT OPERATOR-MASTER.
        IF wsOperatorStatus = "00"
            MOVE wsOperatorId TO OperatorId
            READ OPERATOR-MASTER
                KEY IS OperatorId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF MayWriteOff
                        SET operatorMayWriteOff TO TRUE
                    END-IF
            END-READ
            CLOSE OPERATOR-MASTER
        END-IF.

    loadParametersAction.
*>      The same limit WriteOffPropose marks its proposals against.
        MOVE "WriteOffPropose" TO ParmLookProgram.
        MOVE "APPROVAL-LIMIT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsApprovalLimit
        END-IF.

    loadPendingTableAction.
        MOVE 0 TO pendTableCount.
        MOVE "N" TO pendingEofSwitch.
        OPEN INPUT PENDING-WRITEOFF-FILE.
        IF wsPendingStatus = "00"
            PERFORM readPendingAction
            PERFORM addPendingEntryAction UNTIL pendingEof
            CLOSE PENDING-WRITEOFF-FILE
        ELSE
            DISPLAY "No pending write-off file - nothing to review."
        END-IF.

    readPendingAction.
        READ PENDING-WRITEOFF-FILE
            AT END
                SET pendingEof TO TRUE
        END-READ.

    addPendingEntryAction.
        IF pendTableCount < 2000
            ADD 1 TO pendTableCount
            MOVE PendingWriteOffRecord
                TO pendTableEntry(pendTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readPendingAction.

    reviewMenuAction.
        DISPLAY " ".
        DISPLAY "(R)eview proposals, (M)anager approvals, (L)ist open "
            "items, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN reviewSelected
                IF operatorMayMaintain
                    PERFORM reviewProposalsAction
                ELSE
                    DISPLAY "Reviewing proposals needs the "
                        "maintenance permission."
                END-IF
            WHEN managerSelected
                IF operatorMayWriteOff
                    PERFORM managerApprovalsAction
                ELSE
                    DISPLAY "Second approval needs the write-off "
                        "permission."
                END-IF
            WHEN listSelected
                PERFORM listOpenItemsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter R, M, L or X."
        END-EVALUATE.

    reviewProposalsAction.
        MOVE "N" TO reviewQuitSwitch.
        PERFORM VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount OR reviewQuit
            MOVE pendTableEntry(pendTableIndex)
                TO PendingWriteOffRecord
            IF woProposed
                PERFORM showItemAction
                PERFORM acceptDecisionAction
                EVALUATE wsDecisionInput
                    WHEN "A"
                        MOVE wsOperatorId TO WoReviewedBy
                        MOVE wsRunDate TO WoReviewedDate
                        IF WoAmount > wsApprovalLimit
                            SET woAwaitingManager TO TRUE
                            ADD 1 TO wsReferredCount
                            DISPLAY WoReference " is over the limit "
                                "- referred to the finance manager."
                        ELSE
                            PERFORM writeOffItemAction
                        END-IF
                        PERFORM storeItemAction
                    WHEN "R"
                        MOVE wsOperatorId TO WoReviewedBy
                        MOVE wsRunDate TO WoReviewedDate
                        PERFORM rejectItemAction
                        PERFORM storeItemAction
                    WHEN "Q"
                        SET reviewQuit TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM.

    managerApprovalsAction.
*>      The second approval must come from somebody other than the
*>      credit controller who referred the item.
        MOVE "N" TO reviewQuitSwitch.
        PERFORM VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount OR reviewQuit
            MOVE pendTableEntry(pendTableIndex)
                TO PendingWriteOffRecord
            IF woAwaitingManager
                IF WoReviewedBy = wsOperatorId
                    DISPLAY WoReference " was reviewed by you - "
                        "another manager must approve it."
                ELSE
                    PERFORM showItemAction
                    PERFORM acceptDecisionAction
                    EVALUATE wsDecisionInput
                        WHEN "A"
                            PERFORM writeOffItemAction
                            PERFORM storeItemAction
                        WHEN "R"
                            MOVE wsOperatorId TO WoApprovedBy
                            MOVE wsRunDate TO WoApprovedDate
                            PERFORM rejectItemAction
                            PERFORM storeItemAction
                        WHEN "Q"
                            SET reviewQuit TO TRUE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        END-PERFORM.

    showItemAction.
        MOVE WoAmount TO wsEditedAmount.
        DISPLAY " ".
        DISPLAY WoReference " account " WoAccountId
            " owes " wsEditedAmount.
        DISPLAY "  oldest unpaid " WoOldestDebtDate " (" WoAgeDays
            " days), proposed " WoProposedDate.
        IF WoReviewedBy NOT = SPACES
            DISPLAY "  reviewed by " WoReviewedBy " on "
                WoReviewedDate
        END-IF.

    acceptDecisionAction.
        MOVE SPACE TO wsDecisionInput.
        PERFORM UNTIL wsDecisionInput = "A" OR wsDecisionInput = "R"
                OR wsDecisionInput = "S" OR wsDecisionInput = "Q"
            DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit the list?"
            ACCEPT wsDecisionInput
            INSPECT wsDecisionInput CONVERTING "arsq" TO "ARSQ"
        END-PERFORM.

    rejectItemAction.
        MOVE SPACES TO wsNoteInput.
        PERFORM UNTIL wsNoteInput NOT = SPACES
            DISPLAY "Reason for rejecting (up to 20 characters):"
            ACCEPT wsNoteInput
        END-PERFORM.
        MOVE wsNoteInput TO WoNote.
        SET woRejected TO TRUE.
        ADD 1 TO wsRejectedCount.
        DISPLAY WoReference " rejected.".

    writeOffItemAction.
*>      The debt must still be there: a payment or a change to the
*>      account since the proposal means the item no longer stands.
        MOVE SPACES TO wsRefusalNote.
        MOVE WoAccountId TO BalanceAccountId.
        READ BALANCE-FILE
            KEY IS BalanceAccountId
            INVALID KEY
                MOVE "NOT ON SIGNBAL" TO wsRefusalNote
            NOT INVALID KEY
                COMPUTE wsOwedNow = 0 - BalanceAmount
                EVALUATE TRUE
                    WHEN NOT AccountOpen
                        MOVE "ACCOUNT NOT OPEN" TO wsRefusalNote
                    WHEN AccountInDispute
                        MOVE "ACCOUNT IN DISPUTE" TO wsRefusalNote
                    WHEN wsOwedNow < WoAmount
                        MOVE "BALANCE CHANGED" TO wsRefusalNote
                END-EVALUATE
        END-READ.
        IF wsRefusalNote NOT = SPACES
            MOVE wsRefusalNote TO WoNote
            SET woRejected TO TRUE
            ADD 1 TO wsRejectedCount
            DISPLAY WoReference " cannot be written off - "
                wsRefusalNote "; rejected for re-proposal."
        ELSE
            MOVE wsOperatorId TO WoApprovedBy
            MOVE wsRunDate TO WoApprovedDate
            SET woWrittenOff TO TRUE
            PERFORM postWriteOffAction
            PERFORM writeRegisterLineAction
            ADD 1 TO wsWrittenOffCount
            ADD WoAmount TO wsWrittenOffTotal
            DISPLAY WoReference " written off."
        END-IF.

    postWriteOffAction.
*>      A credit (posted positive) clears the fee account; the same
*>      amount is charged to bad-debt expense.
        OPEN EXTEND POSTING-FILE.
        IF wsPostingStatus NOT = "00"
            OPEN OUTPUT POSTING-FILE
        END-IF.
        PERFORM writeSourceHeaderAction.
        MOVE WoAccountId TO PostAccountId.
        MOVE WoAmount TO PostAmount.
        MOVE WoReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE badDebtAccount TO PostAccountId.
        COMPUTE PostAmount = 0 - WoAmount.
        MOVE WoReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        PERFORM writeSourceTrailerAction.
        CLOSE POSTING-FILE.

    writeRegisterLineAction.
        OPEN EXTEND WRITEOFF-REGISTER-FILE.
        IF wsRegisterStatus NOT = "00"
            OPEN OUTPUT WRITEOFF-REGISTER-FILE
            MOVE "Bad-debt write-off register" TO wsListLine
            WRITE WriteOffRegisterLine FROM wsListLine
            MOVE "===========================" TO wsListLine
            WRITE WriteOffRegisterLine FROM wsListLine
            MOVE "Written   Reference  Account          Amount"
                TO wsListLine
            MOVE "Proposed  Reviewed by      Approved by"
                TO wsListLine(49:)
            WRITE WriteOffRegisterLine FROM wsListLine
        END-IF.
        MOVE WoAmount TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING WoApprovedDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WoReference DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WoAccountId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WoProposedDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WoReviewedBy DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WoReviewedDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WoApprovedBy DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE WriteOffRegisterLine FROM wsListLine.
        CLOSE WRITEOFF-REGISTER-FILE.

    storeItemAction.
        MOVE PendingWriteOffRecord TO pendTableEntry(pendTableIndex).
        SET filesChanged TO TRUE.

    listOpenItemsAction.
        PERFORM VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount
            MOVE pendTableEntry(pendTableIndex)
                TO PendingWriteOffRecord
            IF woOpen
                MOVE WoAmount TO wsEditedAmount
                DISPLAY "  " WoReference " " WoAccountId " "
                    wsEditedAmount " " WoStatus " proposed "
                    WoProposedDate " " WoReviewedBy
            END-IF
        END-PERFORM.

    savePendingFileAction.
        OPEN OUTPUT PENDING-WRITEOFF-FILE.
        PERFORM writeOnePendingAction
            VARYING pendTableIndex FROM 1 BY 1
            UNTIL pendTableIndex > pendTableCount.
        CLOSE PENDING-WRITEOFF-FILE.

    writeOnePendingAction.
        MOVE pendTableEntry(pendTableIndex) TO PendingWriteOffRecord.
        WRITE PendingWriteOffRecord.

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
