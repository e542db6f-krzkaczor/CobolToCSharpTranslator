IDENTIFICATION DIVISION.
PROGRAM-ID.  AccessRecertAudit.

*> Audit report of access recertification, from the RECDEC decision
*> file AccessRecertEntry and AccessRecertSweep append to.  Every
*> decision is listed in the order it was taken, cycle by cycle:
*> the operator, their manager, the decision (KEEP, REDUCE, REVOKE,
*> or LAPSED where the grace period ran out), the access before and
*> after it, who attested it and when.  Access is shown as five
*> flags - active, batch, maintenance, withdrawal, write-off.  Each
*> cycle closes with its totals, and for the cycle still open on
*> RECCYC the active operators nobody has attested yet are listed
*> with their manager.  Output lands on RECARPT.  No decisions on
*> file ends the run with RETURN-CODE 4.

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

    SELECT RECERT-AUDIT-FILE ASSIGN TO "RECARPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

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

FD  RECERT-AUDIT-FILE.
01  RecertAuditLine     PIC X(80).

WORKING-STORAGE SECTION.
01 wsOperatorStatus PIC XX VALUE "00".
01 wsCycleStatus PIC XX VALUE "00".
01 wsDecisionStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 operatorEofSwitch PIC X VALUE "N".
   88 operatorEof VALUE "Y".
01 decisionEofSwitch PIC X VALUE "N".
   88 decisionEof VALUE "Y".
01 cycleOpenSwitch PIC X VALUE "N".
   88 cycleOpen VALUE "Y".

01 wsPreviousCycle PIC X(6) VALUE SPACES.
01 wsDecisionCount PIC 9(5) VALUE 0.
01 cycleTotals.
   05 wsCycleKept     PIC 9(4) VALUE 0.
   05 wsCycleReduced  PIC 9(4) VALUE 0.
   05 wsCycleRevoked  PIC 9(4) VALUE 0.
   05 wsCycleLapsed   PIC 9(4) VALUE 0.

*> Operators decided in the open cycle, for the outstanding list.
01 decidedTableCount PIC 9(3) VALUE 0.
01 decidedTableIndex PIC 9(3) VALUE 0.
01 decidedTable.
   05 decidedTabId OCCURS 200 TIMES PIC X(8).
01 alreadyDecidedSwitch PIC X VALUE "N".
   88 alreadyDecided VALUE "Y".
01 wsOutstandingCount PIC 9(3) VALUE 0.

01 wsDetailLine.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailOperator   PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailManager    PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailDecision   PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailBefore     PIC X(5).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailAfter      PIC X(5).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailAttested   PIC X(8).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailTimestamp  PIC X(19).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM readCycleAction.
    OPEN OUTPUT RECERT-AUDIT-FILE.
    MOVE "Operator access recertification - audit trail" TO wsListLine.
    WRITE RecertAuditLine FROM wsListLine.
    MOVE "=============================================" TO wsListLine.
    WRITE RecertAuditLine FROM wsListLine.
    MOVE "Access flags: active, batch, maintenance, withdrawal,"
        TO wsListLine.
    MOVE "write-off" TO wsListLine(55:).
    WRITE RecertAuditLine FROM wsListLine.

    OPEN INPUT RECERT-DECISION-FILE.
    IF wsDecisionStatus = "00"
        PERFORM readDecisionAction
        PERFORM listOneDecisionAction UNTIL decisionEof
        CLOSE RECERT-DECISION-FILE
    END-IF.
    IF wsDecisionCount = 0
        MOVE SPACES TO wsListLine
        WRITE RecertAuditLine FROM wsListLine
        MOVE "No recertification decisions on file." TO wsListLine
        WRITE RecertAuditLine FROM wsListLine
    ELSE
        PERFORM writeCycleTotalsAction
    END-IF.
    IF cycleOpen
        PERFORM listOutstandingAction
    END-IF.
    CLOSE RECERT-AUDIT-FILE.

    DISPLAY "=====================".
    DISPLAY " Access recertification audit".
    DISPLAY "=====================".
    DISPLAY " Decisions listed : " wsDecisionCount.
    IF cycleOpen
        DISPLAY " Cycle " CycleId " open, due " CycleDueDate
            " - not yet attested: " wsOutstandingCount
    END-IF.
    DISPLAY "=====================".
    IF wsDecisionCount = 0
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

    readDecisionAction.
        READ RECERT-DECISION-FILE
            AT END
                SET decisionEof TO TRUE
        END-READ.

    listOneDecisionAction.
        IF DecCycleId NOT = wsPreviousCycle
            IF wsDecisionCount > 0
                PERFORM writeCycleTotalsAction
            END-IF
            MOVE DecCycleId TO wsPreviousCycle
            MOVE SPACES TO wsListLine
            WRITE RecertAuditLine FROM wsListLine
            STRING "Cycle "      DELIMITED BY SIZE
                   DecCycleId    DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RecertAuditLine FROM wsListLine
            MOVE "  Operator Manager  Decision" TO wsListLine
            MOVE "Before After  Attested  When" TO wsListLine(30:)
            WRITE RecertAuditLine FROM wsListLine
        END-IF.
        ADD 1 TO wsDecisionCount.
        MOVE DecOperatorId TO wsDetailOperator.
        IF DecManagerId = SPACES
            MOVE "(none)" TO wsDetailManager
        ELSE
            MOVE DecManagerId TO wsDetailManager
        END-IF.
        EVALUATE TRUE
            WHEN DecKeep
                MOVE "KEEP" TO wsDetailDecision
                ADD 1 TO wsCycleKept
            WHEN DecReduce
                MOVE "REDUCE" TO wsDetailDecision
                ADD 1 TO wsCycleReduced
            WHEN DecRevoke
                MOVE "REVOKE" TO wsDetailDecision
                ADD 1 TO wsCycleRevoked
            WHEN DecLapsed
                MOVE "LAPSED" TO wsDetailDecision
                ADD 1 TO wsCycleLapsed
            WHEN OTHER
                MOVE DecDecision TO wsDetailDecision
        END-EVALUATE.
        MOVE DecAccessBefore TO wsDetailBefore.
        MOVE DecAccessAfter TO wsDetailAfter.
        MOVE DecAttestedBy TO wsDetailAttested.
        MOVE DecTimestamp TO wsDetailTimestamp.
        WRITE RecertAuditLine FROM wsDetailLine.
        IF DecCycleId = CycleId AND cycleOpen
                AND decidedTableCount < 200
            ADD 1 TO decidedTableCount
            MOVE DecOperatorId TO decidedTabId(decidedTableCount)
        END-IF.
        PERFORM readDecisionAction.

    writeCycleTotalsAction.
        MOVE SPACES TO wsListLine.
        STRING "  Kept "         DELIMITED BY SIZE
               wsCycleKept       DELIMITED BY SIZE
               "  reduced "      DELIMITED BY SIZE
               wsCycleReduced    DELIMITED BY SIZE
               "  revoked "      DELIMITED BY SIZE
               wsCycleRevoked    DELIMITED BY SIZE
               "  lapsed "       DELIMITED BY SIZE
               wsCycleLapsed     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RecertAuditLine FROM wsListLine.
        INITIALIZE cycleTotals.

    listOutstandingAction.
        MOVE SPACES TO wsListLine.
        WRITE RecertAuditLine FROM wsListLine.
        STRING "Not yet attested in cycle " DELIMITED BY SIZE
               CycleId               DELIMITED BY SIZE
               " (due "              DELIMITED BY SIZE
               CycleDueDate          DELIMITED BY SIZE
               ")"                   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RecertAuditLine FROM wsListLine.
        OPEN INPUT OPERATOR-MASTER.
        IF wsOperatorStatus = "00"
            PERFORM readOperatorAction
            PERFORM listOutstandingOperatorAction UNTIL operatorEof
            CLOSE OPERATOR-MASTER
        END-IF.
        IF wsOutstandingCount = 0
            MOVE "  None." TO wsListLine
            WRITE RecertAuditLine FROM wsListLine
        END-IF.

    readOperatorAction.
        READ OPERATOR-MASTER NEXT RECORD
            AT END
                SET operatorEof TO TRUE
        END-READ.

    listOutstandingOperatorAction.
        IF OperatorIsActive
            MOVE "N" TO alreadyDecidedSwitch
            PERFORM VARYING decidedTableIndex FROM 1 BY 1
                UNTIL decidedTableIndex > decidedTableCount
                IF decidedTabId(decidedTableIndex) = OperatorId
                    SET alreadyDecided TO TRUE
                END-IF
            END-PERFORM
            IF NOT alreadyDecided
                ADD 1 TO wsOutstandingCount
                MOVE SPACES TO wsListLine
                STRING "  "              DELIMITED BY SIZE
                       OperatorId        DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       OperatorName      DELIMITED BY SIZE
                       "  manager "      DELIMITED BY SIZE
                       OperatorManager   DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE RecertAuditLine FROM wsListLine
            END-IF
        END-IF.
        PERFORM readOperatorAction.
