IDENTIFICATION DIVISION.
PROGRAM-ID.  AccessRecertSweep.

*> Closes the access recertification cycle on RECCYC once its grace
*> period has run.  Until the due date AccessRecertStart set, the run
*> only counts the active operators still waiting for a decision.
*> After it, every active operator with no decision on RECDEC for
*> the cycle is made inactive on OPERMAST - an operator nobody will
*> vouch for keeps no access - and a LAPSED decision is appended to
*> RECDEC for them, attested by *SYSTEM*, so AccessRecertAudit shows
*> how their access ended.  The cycle is then marked closed.
*>
*> Operators made inactive end the run with RETURN-CODE 4; no
*> operator master with RETURN-CODE 8.  With no cycle open there is
*> nothing to do.

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
01 gracePassedSwitch PIC X VALUE "N".
   88 gracePassed VALUE "Y".

01 decidedTableCount PIC 9(3) VALUE 0.
01 decidedTableIndex PIC 9(3) VALUE 0.
01 decidedTable.
   05 decidedTabId OCCURS 200 TIMES PIC X(8).
01 alreadyDecidedSwitch PIC X VALUE "N".
   88 alreadyDecided VALUE "Y".

01 wsAccessBefore PIC X(5) VALUE SPACES.
01 wsOutstandingCount PIC 9(3) VALUE 0.
01 wsLapsedCount PIC 9(3) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 dateTimeArea.
    COPY DATETIME.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM readCycleAction.
    IF NOT cycleOpen
        DISPLAY "No recertification cycle open - nothing to sweep."
        GOBACK
    END-IF.
    IF wsRunDate > CycleDueDate
        SET gracePassed TO TRUE
    END-IF.
    PERFORM loadDecidedTableAction.

    OPEN I-O OPERATOR-MASTER.
    IF wsOperatorStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** NO OPERATOR MASTER (OPERMAST) ON FILE - "
            wsOperatorStatus
        DISPLAY "** RECERTIFICATION CYCLE LEFT OPEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF gracePassed
        OPEN EXTEND RECERT-DECISION-FILE
        IF wsDecisionStatus NOT = "00"
            OPEN OUTPUT RECERT-DECISION-FILE
        END-IF
    END-IF.
    PERFORM readOperatorAction.
    PERFORM sweepOneOperatorAction UNTIL operatorEof.
    CLOSE OPERATOR-MASTER.
    IF gracePassed
        CLOSE RECERT-DECISION-FILE
        SET CycleIsClosed TO TRUE
        MOVE wsRunDate TO CycleClosedDate
        OPEN OUTPUT RECERT-CYCLE-FILE
        WRITE RecertCycleRecord
        CLOSE RECERT-CYCLE-FILE
    END-IF.

    DISPLAY "=====================".
    DISPLAY " Access recertification sweep " CycleId.
    DISPLAY "=====================".
    IF gracePassed
        DISPLAY " Grace period ended " CycleDueDate
            " - cycle closed."
        DISPLAY " Operators made inactive : " wsLapsedCount
    ELSE
        DISPLAY " Grace period runs to " CycleDueDate "."
        DISPLAY " Operators still to attest: " wsOutstandingCount
    END-IF.
    DISPLAY "=====================".
    IF wsLapsedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
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

    readOperatorAction.
        READ OPERATOR-MASTER NEXT RECORD
            AT END
                SET operatorEof TO TRUE
        END-READ.

    sweepOneOperatorAction.
        IF OperatorIsActive
            PERFORM checkDecidedAction
            IF NOT alreadyDecided
                ADD 1 TO wsOutstandingCount
                IF gracePassed
                    PERFORM lapseOperatorAction
                END-IF
            END-IF
        END-IF.
        PERFORM readOperatorAction.

    checkDecidedAction.
        MOVE "N" TO alreadyDecidedSwitch.
        PERFORM VARYING decidedTableIndex FROM 1 BY 1
            UNTIL decidedTableIndex > decidedTableCount
            IF decidedTabId(decidedTableIndex) = OperatorId
                SET alreadyDecided TO TRUE
            END-IF
        END-PERFORM.

    lapseOperatorAction.
        IF OperatorPermWriteOff NOT = "Y"
            MOVE "N" TO OperatorPermWriteOff
        END-IF.
        STRING OperatorActive       DELIMITED BY SIZE
               OperatorPermissions  DELIMITED BY SIZE
               OperatorPermWriteOff DELIMITED BY SIZE
               INTO wsAccessBefore
        END-STRING.
        MOVE "N" TO OperatorActive.
        REWRITE OperatorRecord
            INVALID KEY
                DISPLAY "Operator " OperatorId
                    " could not be made inactive, status "
                    wsOperatorStatus
            NOT INVALID KEY
                PERFORM writeLapsedDecisionAction
        END-REWRITE.

    writeLapsedDecisionAction.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE CycleId TO DecCycleId.
        MOVE OperatorId TO DecOperatorId.
        MOVE OperatorManager TO DecManagerId.
        SET DecLapsed TO TRUE.
        MOVE wsAccessBefore TO DecAccessBefore.
        MOVE wsAccessBefore TO DecAccessAfter.
        MOVE "N" TO DecAccessAfter(1:1).
        MOVE "*SYSTEM*" TO DecAttestedBy.
        MOVE DtTimestamp TO DecTimestamp.
        WRITE RecertDecisionRecord.
        ADD 1 TO wsLapsedCount.
        DISPLAY "Not recertified - made inactive: " OperatorId
            " " OperatorName.
