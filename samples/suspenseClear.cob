*> account - so SIGNHIST stays the one source of movement, and the
*> item is stamped cleared with the date so the aged report stops
*> chasing it.  The file is rewritten whole at the end of the run.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: SIGNSUSP and SIGNPOST
*>   amounts are S9(7)V99 and clear to the penny.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The clerk signs on through OperSignOn, and each item cleared is
*>   stamped on SIGNSUSP with who cleared it and when, for the
*>   segregation-of-duties check SodConflict runs; the clearing
*>   postings are registered under the clerk's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

01 suspTable.
    05 suspTableEntry OCCURS 200 TIMES.
        10 suspTabAccount   PIC X(8).
        10 suspTabAmount    PIC S9(7)V99.
        10 suspTabReference PIC X(10).
        10 suspTabDate      PIC 9(8).
        10 suspTabReason    PIC X(6).
        10 suspTabCleared   PIC X.
        10 suspTabClearedBy PIC X(8).
        10 suspTabClearedDate PIC 9(8).

01 wsAccountInput PIC X(8) VALUE SPACES.
01 wsClearedCount PIC 9(3) VALUE 0.
01 wsSkippedCount PIC 9(3) VALUE 0.
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
   05 regProgram  PIC X(16) VALUE "SuspenseClear".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Suspense account clearing".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadSuspenseTableAction.
    IF suspTableCount = 0
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    PERFORM clearOneItemAction
        VARYING suspTableIndex FROM 1 BY 1
        UNTIL suspTableIndex > suspTableCount.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    IF wsClearedCount > 0
        PERFORM saveSuspenseFileAction
            MOVE SuspDate TO suspTabDate(suspTableCount)
            MOVE SuspReason TO suspTabReason(suspTableCount)
            MOVE SuspClearedSwitch TO suspTabCleared(suspTableCount)
            MOVE SuspClearedBy TO suspTabClearedBy(suspTableCount)
            IF SuspClearedDate IS NUMERIC
                MOVE SuspClearedDate
                    TO suspTabClearedDate(suspTableCount)
            ELSE
                MOVE 0 TO suspTabClearedDate(suspTableCount)
            END-IF
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
            ELSE
                PERFORM emitClearingPostingsAction
                MOVE "Y" TO suspTabCleared(suspTableIndex)
                MOVE wsOperatorId TO suspTabClearedBy(suspTableIndex)
                MOVE wsRunDate TO suspTabClearedDate(suspTableIndex)
                ADD 1 TO wsClearedCount
                DISPLAY "Item re-posted to " wsAccountInput "."
            END-IF
        COMPUTE PostAmount = 0 - suspTabAmount(suspTableIndex).
        MOVE suspTabReference(suspTableIndex) TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE wsAccountInput TO PostAccountId.
        MOVE suspTabAmount(suspTableIndex) TO PostAmount.
        MOVE suspTabReference(suspTableIndex) TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.

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

    saveSuspenseFileAction.
        OPEN OUTPUT SUSPENSE-FILE.
        MOVE suspTabDate(suspTableIndex) TO SuspDate.
        MOVE suspTabReason(suspTableIndex) TO SuspReason.
        MOVE suspTabCleared(suspTableIndex) TO SuspClearedSwitch.
        MOVE suspTabClearedBy(suspTableIndex) TO SuspClearedBy.
        MOVE suspTabClearedDate(suspTableIndex) TO SuspClearedDate.
        WRITE SuspenseRecord.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE "O" TO regFunction.
        MOVE wsOperatorId TO regOperator.
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
