IDENTIFICATION DIVISION.
PROGRAM-ID.  AccessRecertEntry.

*> Records a manager's access recertification decisions for the
*> cycle AccessRecertStart opened on RECCYC.  The manager signs on
*> through OperSignOn and is taken through each active operator
*> OPERMAST names them as manager for, and not yet attested this
*> cycle, with the operator's current permissions:
*>
*>   K keep   - access stays as it is;
*>   R reduce - each permission the operator holds is offered for
*>              keeping or removing; nothing can be granted here,
*>              grants stay with OperMaint;
*>   V revoke - the operator is made inactive and every permission
*>              removed;
*>   S skip   - leave the operator for later in the cycle;
*>   X stop   - end the run, leaving the rest for later.
*>
*> Operators with no manager, or whose manager is no longer active,
*> are offered to an operator holding the maintenance permission
*> instead.  Nobody attests their own access.  Every decision is
*> applied to OPERMAST at once, stamps the operator's recertified
*> date, and is appended to the RECDEC decision file with the access
*> before and after, who attested it and when - the trail
*> AccessRecertAudit prints.
*>
*> No open cycle, or a failed sign-on, ends the run with
*> RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId
        FILE STATUS IS wsOperatorStatus.

    SELECT RECERT-CYCLE-FILE ASSIGN TO "RECCYC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCycleStatus.

    SELECT RECERT-DECISION-FILE ASSIGN TO "RECDEC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsDecisionStatus.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-MASTER.
01  OperatorRecord.
    COPY OPERATOR.

FD  RECERT-CYCLE-FILE.
01  RecertCycleRecord.
    COPY RECCYC.

FD  RECERT-DECISION-FILE.
01  RecertDecisionRecord.
    COPY RECDEC.

WORKING-STORAGE SECTION.
01 wsOperatorStatus PIC XX VALUE "00".
01 wsCycleStatus PIC XX VALUE "00".
01 wsDecisionStatus PIC XX VALUE "00".

01 operatorEofSwitch PIC X VALUE "N".
   88 operatorEof VALUE "Y".
01 decisionEofSwitch PIC X VALUE "N".
   88 decisionEof VALUE "Y".
01 cycleOpenSwitch PIC X VALUE "N".
   88 cycleOpen VALUE "Y".
01 stopRequestedSwitch PIC X VALUE "N".
   88 stopRequested VALUE "Y".

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

*> Active operators and who attests them: their manager, or spaces
*> when there is no active manager on file.
01 operTableCount PIC 9(3) VALUE 0.
01 operTableIndex PIC 9(3) VALUE 0.
01 operSearchIndex PIC 9(3) VALUE 0.
01 operFoundIndex PIC 9(3) VALUE 0.
01 operTable.
   05 operTableEntry OCCURS 200 TIMES.
      10 operTabId        PIC X(8).
      10 operTabActive    PIC X.
      10 operTabManager   PIC X(8).
01 wsSearchId PIC X(8) VALUE SPACES.

01 decidedTableCount PIC 9(3) VALUE 0.
01 decidedTableIndex PIC 9(3) VALUE 0.
01 decidedTable.
   05 decidedTabId OCCURS 200 TIMES PIC X(8).
01 alreadyDecidedSwitch PIC X VALUE "N".
   88 alreadyDecided VALUE "Y".

01 wsDecisionInput PIC X VALUE SPACE.
01 wsYesNoInput PIC X VALUE "N".
01 wsAccessBefore PIC X(5) VALUE SPACES.
01 wsAccessAfter PIC X(5) VALUE SPACES.

01 wsKeptCount PIC 9(3) VALUE 0.
01 wsReducedCount PIC 9(3) VALUE 0.
01 wsRevokedCount PIC 9(3) VALUE 0.
01 wsSkippedCount PIC 9(3) VALUE 0.

01 dateTimeArea.
    COPY DATETIME.
01 wsRunDate PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Access recertification".
    DISPLAY "=====================".
    PERFORM readCycleAction.
    IF NOT cycleOpen
        DISPLAY "*************************************************"
        DISPLAY "** NO RECERTIFICATION CYCLE OPEN ON RECCYC."
        DISPLAY "** RUN AccessRecertStart TO OPEN ONE."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Cycle " CycleId " - decisions due by " CycleDueDate.
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadOperatorTableAction.
    PERFORM loadDecidedTableAction.

    OPEN EXTEND RECERT-DECISION-FILE.
    IF wsDecisionStatus NOT = "00"
        OPEN OUTPUT RECERT-DECISION-FILE
    END-IF.
    OPEN I-O OPERATOR-MASTER.
    PERFORM offerOneOperatorAction
        VARYING operTableIndex FROM 1 BY 1
        UNTIL operTableIndex > operTableCount
            OR stopRequested.
    CLOSE OPERATOR-MASTER.
    CLOSE RECERT-DECISION-FILE.

    DISPLAY "=====================".
    DISPLAY " Recertification by " wsOperatorId " for " CycleId.
    DISPLAY "=====================".
    DISPLAY " Kept    : " wsKeptCount.
    DISPLAY " Reduced : " wsReducedCount.
    DISPLAY " Revoked : " wsRevokedCount.
    DISPLAY " Skipped : " wsSkippedCount.
    DISPLAY "=====================".
    GOBACK.

    readCycleAction.
        OPEN INPUT RECERT-CYCLE-FILE.
        IF wsCycleStatus = "00"
            READ RECERT-CYCLE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CycleIsOpen
                        SET cycleOpen TO TRUE
                    END-IF
            END-READ
            CLOSE RECERT-CYCLE-FILE
        END-IF.

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

    loadOperatorTableAction.
        OPEN INPUT OPERATOR-MASTER.
        IF wsOperatorStatus = "00"
            PERFORM readOperatorAction
            PERFORM storeOperatorAction UNTIL operatorEof
            CLOSE OPERATOR-MASTER
        END-IF.
        PERFORM resolveManagerAction
            VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount.

    readOperatorAction.
        READ OPERATOR-MASTER NEXT RECORD
            AT END
                SET operatorEof TO TRUE
        END-READ.

    storeOperatorAction.
        IF operTableCount < 200
            ADD 1 TO operTableCount
            MOVE OperatorId TO operTabId(operTableCount)
            MOVE OperatorActive TO operTabActive(operTableCount)
            MOVE OperatorManager TO operTabManager(operTableCount)
        END-IF.
        PERFORM readOperatorAction.

    resolveManagerAction.
        IF operTabManager(operTableIndex) NOT = SPACES
            MOVE operTabManager(operTableIndex) TO wsSearchId
            PERFORM findOperatorAction
            IF operFoundIndex = 0
                MOVE SPACES TO operTabManager(operTableIndex)
            ELSE
                IF operTabActive(operFoundIndex) NOT = "Y"
                    MOVE SPACES TO operTabManager(operTableIndex)
                END-IF
            END-IF
        END-IF.

    findOperatorAction.
        MOVE 0 TO operFoundIndex.
        PERFORM VARYING operSearchIndex FROM 1 BY 1
            UNTIL operSearchIndex > operTableCount
                OR operFoundIndex > 0
            IF operTabId(operSearchIndex) = wsSearchId
                MOVE operSearchIndex TO operFoundIndex
            END-IF
        END-PERFORM.

    loadDecidedTableAction.
        OPEN INPUT RECERT-DECISION-FILE.
        IF wsDecisionStatus = "00"
            PERFORM readDecisionAction
            PERFORM storeDecisionAction UNTIL decisionEof
            CLOSE RECERT-DECISION-FILE
        END-IF.

    readDecisionAction.
        READ RECERT-DECISION-FILE
            AT END
                SET decisionEof TO TRUE
        END-READ.

    storeDecisionAction.
        IF DecCycleId = CycleId AND decidedTableCount < 200
            ADD 1 TO decidedTableCount
            MOVE DecOperatorId TO decidedTabId(decidedTableCount)
        END-IF.
        PERFORM readDecisionAction.

    offerOneOperatorAction.
        MOVE operTabId(operTableIndex) TO wsSearchId.
        PERFORM checkDecidedAction.
        IF operTabActive(operTableIndex) = "Y"
                AND NOT alreadyDecided
                AND operTabId(operTableIndex) NOT = wsOperatorId
            IF operTabManager(operTableIndex) = wsOperatorId
                    OR (operTabManager(operTableIndex) = SPACES
                        AND operatorMayMaintain)
                PERFORM attestOperatorAction
            END-IF
        END-IF.

    checkDecidedAction.
        MOVE "N" TO alreadyDecidedSwitch.
        PERFORM VARYING decidedTableIndex FROM 1 BY 1
            UNTIL decidedTableIndex > decidedTableCount
            IF decidedTabId(decidedTableIndex) = wsSearchId
                SET alreadyDecided TO TRUE
            END-IF
        END-PERFORM.

    attestOperatorAction.
        MOVE wsSearchId TO OperatorId.
        READ OPERATOR-MASTER
            KEY IS OperatorId
            INVALID KEY
                DISPLAY "Operator " wsSearchId " no longer on file."
            NOT INVALID KEY
                PERFORM takeDecisionAction
        END-READ.

    takeDecisionAction.
        IF OperatorPermWriteOff NOT = "Y"
            MOVE "N" TO OperatorPermWriteOff
        END-IF.
        STRING OperatorActive       DELIMITED BY SIZE
               OperatorPermissions  DELIMITED BY SIZE
               OperatorPermWriteOff DELIMITED BY SIZE
               INTO wsAccessBefore
        END-STRING.
        DISPLAY " ".
        DISPLAY "Operator " OperatorId " " OperatorName.
        DISPLAY "  Batch " OperatorPermBatch
            "  Maintain " OperatorPermMaint
            "  Withdraw " OperatorPermWithdraw
            "  Write-off " OperatorPermWriteOff.
        MOVE SPACE TO wsDecisionInput.
        PERFORM UNTIL wsDecisionInput = "K" OR wsDecisionInput = "R"
                OR wsDecisionInput = "V" OR wsDecisionInput = "S"
                OR wsDecisionInput = "X"
            DISPLAY "K keep, R reduce, V revoke, S skip, X stop:"
            ACCEPT wsDecisionInput
            INSPECT wsDecisionInput CONVERTING "krvsx" TO "KRVSX"
        END-PERFORM.
        EVALUATE wsDecisionInput
            WHEN "K"
                MOVE "K" TO DecDecision
                PERFORM applyDecisionAction
            WHEN "R"
                PERFORM reducePermissionsAction
                PERFORM applyDecisionAction
            WHEN "V"
                MOVE "V" TO DecDecision
                MOVE "N" TO OperatorActive
                MOVE "NNN" TO OperatorPermissions
                MOVE "N" TO OperatorPermWriteOff
                PERFORM applyDecisionAction
            WHEN "S"
                ADD 1 TO wsSkippedCount
            WHEN "X"
                SET stopRequested TO TRUE
        END-EVALUATE.

    reducePermissionsAction.
*>      Only a permission the operator holds is offered; a reduce
*>      that removes nothing is recorded as a keep.
        IF MayRunBatch
            DISPLAY "Keep the batch permission (Y/N)?"
            PERFORM acceptYesNoAction
            MOVE wsYesNoInput TO OperatorPermBatch
        END-IF.
        IF MayMaintain
            DISPLAY "Keep the maintenance permission (Y/N)?"
            PERFORM acceptYesNoAction
            MOVE wsYesNoInput TO OperatorPermMaint
        END-IF.
        IF MayWithdraw
            DISPLAY "Keep the withdrawal permission (Y/N)?"
            PERFORM acceptYesNoAction
            MOVE wsYesNoInput TO OperatorPermWithdraw
        END-IF.
        IF MayWriteOff
            DISPLAY "Keep the write-off permission (Y/N)?"
            PERFORM acceptYesNoAction
            MOVE wsYesNoInput TO OperatorPermWriteOff
        END-IF.
        STRING OperatorActive       DELIMITED BY SIZE
               OperatorPermissions  DELIMITED BY SIZE
               OperatorPermWriteOff DELIMITED BY SIZE
               INTO wsAccessAfter
        END-STRING.
        IF wsAccessAfter = wsAccessBefore
            DISPLAY "No permission removed - recorded as keep."
            MOVE "K" TO DecDecision
        ELSE
            MOVE "R" TO DecDecision
        END-IF.

    acceptYesNoAction.
        MOVE SPACE TO wsYesNoInput.
        PERFORM UNTIL wsYesNoInput = "Y" OR wsYesNoInput = "N"
            ACCEPT wsYesNoInput
            IF wsYesNoInput = "y"
                MOVE "Y" TO wsYesNoInput
            END-IF
            IF wsYesNoInput = "n"
                MOVE "N" TO wsYesNoInput
            END-IF
            IF wsYesNoInput NOT = "Y" AND wsYesNoInput NOT = "N"
                DISPLAY "Please enter Y or N."
            END-IF
        END-PERFORM.

    applyDecisionAction.
        STRING OperatorActive       DELIMITED BY SIZE
               OperatorPermissions  DELIMITED BY SIZE
               OperatorPermWriteOff DELIMITED BY SIZE
               INTO wsAccessAfter
        END-STRING.
        MOVE wsRunDate TO OperatorRecertDate.
        REWRITE OperatorRecord
            INVALID KEY
                DISPLAY "Operator update failed, status "
                    wsOperatorStatus
            NOT INVALID KEY
                PERFORM writeDecisionAction
        END-REWRITE.

    writeDecisionAction.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE CycleId TO DecCycleId.
        MOVE OperatorId TO DecOperatorId.
        MOVE operTabManager(operTableIndex) TO DecManagerId.
        MOVE wsAccessBefore TO DecAccessBefore.
        MOVE wsAccessAfter TO DecAccessAfter.
        MOVE wsOperatorId TO DecAttestedBy.
        MOVE DtTimestamp TO DecTimestamp.
        WRITE RecertDecisionRecord.
        EVALUATE TRUE
            WHEN DecKeep
                ADD 1 TO wsKeptCount
                DISPLAY "Kept."
            WHEN DecReduce
                ADD 1 TO wsReducedCount
                DISPLAY "Reduced."
            WHEN DecRevoke
                ADD 1 TO wsRevokedCount
                DISPLAY "Revoked - operator made inactive."
        END-EVALUATE.
