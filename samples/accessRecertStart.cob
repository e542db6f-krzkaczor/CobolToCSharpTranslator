IDENTIFICATION DIVISION.
PROGRAM-ID.  AccessRecertStart.

*> Opens the quarterly access recertification of the OPERMAST
*> operator master and prints each manager's list for it.  The
*> batch, maintenance, withdrawal and write-off permissions are
*> granted through OperMaint and, until now, never looked at again;
*> each quarter every active operator's access has to be attested
*> by the manager OperMaint names for them.
*>
*> The run opens the cycle on RECCYC - the quarter (e.g. 2026Q4),
*> the start date and the date attestation is due, the GRACE-DAYS
*> setting on the PARMMAST parameter master (30 unless set) after
*> the start, counted through
*> CalendarService - and writes RECLIST: for every manager, the
*> active operators answering to them with their permissions, the
*> date of their last sign-on from the OPERLOG attempt file and the
*> date their access was last recertified.  Operators with no
*> manager, or whose manager is no longer an active operator, are
*> listed together at the end for an operator with the maintenance
*> permission to attest.
*>
*> Managers record keep, reduce or revoke through AccessRecertEntry;
*> AccessRecertSweep makes inactive every operator still not
*> attested once the grace period has run, and AccessRecertAudit
*> prints who attested what and when.
*>
*> A cycle still open is not replaced: the run reprints its lists.
*> A quarter whose cycle has already been closed is refused with
*> RETURN-CODE 8, as is a run with no operator master.  Operators
*> without an active manager end the run with RETURN-CODE 4.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its grace period
*>   from the old RECPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId
        FILE STATUS IS wsOperatorStatus.

    SELECT ATTEMPT-LOG-FILE ASSIGN TO "OPERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttemptLogStatus.

    SELECT RECERT-CYCLE-FILE ASSIGN TO "RECCYC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCycleStatus.

    SELECT RECERT-LIST-FILE ASSIGN TO "RECLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-MASTER.
01  OperatorRecord.
    COPY OPERATOR.

FD  ATTEMPT-LOG-FILE.
01  AttemptLogRecord.
    05  AttemptTimestamp  PIC X(19).
    05  AttemptOperatorId PIC X(8).
    05  AttemptOutcome    PIC X(8).

FD  RECERT-CYCLE-FILE.
01  RecertCycleRecord.
    COPY RECCYC.

FD  RECERT-LIST-FILE.
01  RecertListLine      PIC X(80).

WORKING-STORAGE SECTION.
01 wsOperatorStatus PIC XX VALUE "00".
01 wsAttemptLogStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsCycleStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 operatorEofSwitch PIC X VALUE "N".
   88 operatorEof VALUE "Y".
01 logEofSwitch PIC X VALUE "N".
   88 logEof VALUE "Y".
01 cycleOnFileSwitch PIC X VALUE "N".
   88 cycleOnFile VALUE "Y".

01 wsGraceDays PIC 9(3) VALUE 30.

01 parmLookArea.
    COPY PARMLOOK.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDigits REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsQuarterId.
   05 wsQuarterYear   PIC 9(4).
   05 FILLER          PIC X VALUE "Q".
   05 wsQuarterNumber PIC 9.

01 operTableCount PIC 9(3) VALUE 0.
01 operTableIndex PIC 9(3) VALUE 0.
01 operFoundIndex PIC 9(3) VALUE 0.
01 operListIndex PIC 9(3) VALUE 0.
01 operSearchIndex PIC 9(3) VALUE 0.
01 operTable.
   05 operTableEntry OCCURS 200 TIMES.
      10 operTabId          PIC X(8).
      10 operTabName        PIC X(20).
      10 operTabActive      PIC X.
      10 operTabBatch       PIC X.
      10 operTabMaint       PIC X.
      10 operTabWithdraw    PIC X.
      10 operTabWriteOff    PIC X.
      10 operTabManager     PIC X(8).
      10 operTabRecertDate  PIC 9(8).
      10 operTabLastSignOn  PIC X(10).
      10 operTabListed      PIC X.
01 wsNotLoadedCount PIC 9(5) VALUE 0.

01 wsCurrentManager PIC X(8) VALUE SPACES.
01 wsManagerName PIC X(20) VALUE SPACES.
01 wsManagerCount PIC 9(3) VALUE 0.
01 wsListedCount PIC 9(3) VALUE 0.
01 wsGroupCount PIC 9(3) VALUE 0.
01 wsOrphanCount PIC 9(3) VALUE 0.
01 wsNeverSignedOnCount PIC 9(3) VALUE 0.

01 wsEditDate PIC 9(8) VALUE 0.
01 wsEditDigits REDEFINES wsEditDate.
   05 wsEditYear  PIC 9(4).
   05 wsEditMonth PIC 9(2).
   05 wsEditDay   PIC 9(2).
01 wsEditedDate PIC X(10) VALUE SPACES.

01 wsDetailLine.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailOperator   PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailName       PIC X(20).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailBatch      PIC X.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 wsDetailMaint      PIC X.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 wsDetailWithdraw   PIC X.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 wsDetailWriteOff   PIC X.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 wsDetailSignOn     PIC X(10).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 wsDetailRecert     PIC X(10).

01 calendarArea.
    COPY CALENDAR.

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    MOVE wsRunYear TO wsQuarterYear.
    COMPUTE wsQuarterNumber = (wsRunMonth - 1) / 3 + 1.
    PERFORM loadParameterAction.
    PERFORM readCycleAction.
    IF cycleOnFile AND CycleIsClosed AND CycleId = wsQuarterId
        DISPLAY "*************************************************"
        DISPLAY "** RECERTIFICATION FOR " wsQuarterId
            " WAS CLOSED ON " CycleClosedDate "."
        DISPLAY "** NO NEW CYCLE OPENED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM loadOperatorTableAction.
    IF wsOperatorStatus NOT = "00" AND operTableCount = 0
        DISPLAY "*************************************************"
        DISPLAY "** NO OPERATOR MASTER (OPERMAST) ON FILE - "
            wsOperatorStatus
        DISPLAY "** NO RECERTIFICATION CYCLE OPENED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM resolveManagerAction
        VARYING operTableIndex FROM 1 BY 1
        UNTIL operTableIndex > operTableCount.
    PERFORM loadLastSignOnAction.

    IF cycleOnFile AND CycleIsOpen
        DISPLAY "Cycle " CycleId " is still open (due " CycleDueDate
            ") - lists reprinted."
    ELSE
        PERFORM openCycleAction
    END-IF.

    OPEN OUTPUT RECERT-LIST-FILE.
    MOVE "Operator access recertification" TO wsListLine.
    WRITE RecertListLine FROM wsListLine.
    MOVE "===============================" TO wsListLine.
    WRITE RecertListLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Cycle "              DELIMITED BY SIZE
           CycleId               DELIMITED BY SIZE
           " opened "            DELIMITED BY SIZE
           CycleStartDate        DELIMITED BY SIZE
           "   attestation due by " DELIMITED BY SIZE
           CycleDueDate          DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE RecertListLine FROM wsListLine.
    MOVE "Record keep, reduce or revoke for each operator through"
        TO wsListLine.
    WRITE RecertListLine FROM wsListLine.
    MOVE "AccessRecertEntry; operators not attested by the due date"
        TO wsListLine.
    WRITE RecertListLine FROM wsListLine.
    MOVE "are made inactive." TO wsListLine.
    WRITE RecertListLine FROM wsListLine.
    PERFORM listManagerGroupAction
        VARYING operListIndex FROM 1 BY 1
        UNTIL operListIndex > operTableCount.
    PERFORM listOrphanGroupAction.
    CLOSE RECERT-LIST-FILE.

    DISPLAY "=====================".
    DISPLAY " Access recertification " CycleId.
    DISPLAY "=====================".
    DISPLAY " Managers listed        : " wsManagerCount.
    DISPLAY " Operators to attest    : " wsListedCount.
    DISPLAY " Without active manager : " wsOrphanCount.
    DISPLAY " Never signed on        : " wsNeverSignedOnCount.
    DISPLAY " Attestation due by     : " CycleDueDate.
    IF wsNotLoadedCount > 0
        DISPLAY " Operators not listed (table full): "
            wsNotLoadedCount
    END-IF.
    DISPLAY "=====================".
    IF wsOrphanCount > 0 OR wsNotLoadedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        MOVE "AccessRecertStart" TO ParmLookProgram.
        MOVE "GRACE-DAYS" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsGraceDays
        END-IF.

    readCycleAction.
        OPEN INPUT RECERT-CYCLE-FILE.
        IF wsCycleStatus = "00"
            READ RECERT-CYCLE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET cycleOnFile TO TRUE
            END-READ
            CLOSE RECERT-CYCLE-FILE
        END-IF.

    openCycleAction.
        MOVE wsQuarterId TO CycleId.
        MOVE wsRunDate TO CycleStartDate.
        SET CalAddCalendar TO TRUE.
        MOVE wsRunDate TO CalDate.
        MOVE wsGraceDays TO CalDaysRequested.
        CALL "CalendarService" USING calendarArea.
        MOVE CalResultDate TO CycleDueDate.
        SET CycleIsOpen TO TRUE.
        MOVE 0 TO CycleClosedDate.
        OPEN OUTPUT RECERT-CYCLE-FILE.
        WRITE RecertCycleRecord.
        CLOSE RECERT-CYCLE-FILE.
        DISPLAY "Recertification cycle " CycleId " opened, due by "
            CycleDueDate ".".

    loadOperatorTableAction.
        OPEN INPUT OPERATOR-MASTER.
        IF wsOperatorStatus = "00"
            PERFORM readOperatorAction
            PERFORM storeOperatorAction UNTIL operatorEof
            CLOSE OPERATOR-MASTER
        END-IF.

    readOperatorAction.
        READ OPERATOR-MASTER NEXT RECORD
            AT END
                SET operatorEof TO TRUE
        END-READ.

    storeOperatorAction.
        IF operTableCount < 200
            ADD 1 TO operTableCount
            MOVE OperatorId TO operTabId(operTableCount)
            MOVE OperatorName TO operTabName(operTableCount)
            MOVE OperatorActive TO operTabActive(operTableCount)
            MOVE OperatorPermBatch TO operTabBatch(operTableCount)
            MOVE OperatorPermMaint TO operTabMaint(operTableCount)
            MOVE OperatorPermWithdraw
                TO operTabWithdraw(operTableCount)
            MOVE OperatorPermWriteOff
                TO operTabWriteOff(operTableCount)
            MOVE OperatorManager TO operTabManager(operTableCount)
            IF OperatorRecertDate IS NUMERIC
                MOVE OperatorRecertDate
                    TO operTabRecertDate(operTableCount)
            ELSE
                MOVE 0 TO operTabRecertDate(operTableCount)
            END-IF
            MOVE SPACES TO operTabLastSignOn(operTableCount)
            MOVE "N" TO operTabListed(operTableCount)
        ELSE
            IF OperatorIsActive
                ADD 1 TO wsNotLoadedCount
            END-IF
        END-IF.
        PERFORM readOperatorAction.

    resolveManagerAction.
*>      A manager who has left (inactive) or was never set up cannot
*>      attest anybody - their operators go to the unmanaged list.
        IF operTabManager(operTableIndex) NOT = SPACES
            MOVE operTabManager(operTableIndex) TO wsCurrentManager
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
            IF operTabId(operSearchIndex) = wsCurrentManager
                MOVE operSearchIndex TO operFoundIndex
            END-IF
        END-PERFORM.

    loadLastSignOnAction.
*>      The attempt log is in time order, so the last successful
*>      sign-on seen for an operator is their latest.
        OPEN INPUT ATTEMPT-LOG-FILE.
        IF wsAttemptLogStatus = "00"
            PERFORM readLogAction
            PERFORM noteOneAttemptAction UNTIL logEof
            CLOSE ATTEMPT-LOG-FILE
        END-IF.

    readLogAction.
        READ ATTEMPT-LOG-FILE
            AT END
                SET logEof TO TRUE
        END-READ.

    noteOneAttemptAction.
        IF AttemptOutcome = "SIGNEDON" OR AttemptOutcome = "PINDUE"
                OR AttemptOutcome = "PINSETUP"
            MOVE AttemptOperatorId TO wsCurrentManager
            PERFORM findOperatorAction
            IF operFoundIndex > 0
                MOVE AttemptTimestamp(1:10)
                    TO operTabLastSignOn(operFoundIndex)
            END-IF
        END-IF.
        PERFORM readLogAction.

    listManagerGroupAction.
*>      The first active operator not yet listed under a manager
*>      starts that manager's group; the rest of the group follows
*>      from the table.
        IF operTabActive(operListIndex) = "Y"
                AND operTabListed(operListIndex) = "N"
                AND operTabManager(operListIndex) NOT = SPACES
            MOVE operTabManager(operListIndex) TO wsCurrentManager
            PERFORM findOperatorAction
            MOVE operTabName(operFoundIndex) TO wsManagerName
            ADD 1 TO wsManagerCount
            MOVE SPACES TO wsListLine
            WRITE RecertListLine FROM wsListLine
            STRING "Manager "         DELIMITED BY SIZE
                   wsCurrentManager   DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   wsManagerName      DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE RecertListLine FROM wsListLine
            PERFORM writeGroupHeadingAction
            MOVE 0 TO wsGroupCount
            PERFORM listGroupMemberAction
                VARYING operTableIndex FROM operListIndex BY 1
                UNTIL operTableIndex > operTableCount
            PERFORM writeGroupFootingAction
        END-IF.

    listOrphanGroupAction.
        MOVE SPACES TO wsCurrentManager.
        MOVE 0 TO wsGroupCount.
        PERFORM countOrphanAction
            VARYING operTableIndex FROM 1 BY 1
            UNTIL operTableIndex > operTableCount.
        IF wsOrphanCount > 0
            MOVE SPACES TO wsListLine
            WRITE RecertListLine FROM wsListLine
            MOVE "No active manager on file - to be attested by an"
                TO wsListLine
            WRITE RecertListLine FROM wsListLine
            MOVE "operator with the maintenance permission"
                TO wsListLine
            WRITE RecertListLine FROM wsListLine
            PERFORM writeGroupHeadingAction
            PERFORM listGroupMemberAction
                VARYING operTableIndex FROM 1 BY 1
                UNTIL operTableIndex > operTableCount
            PERFORM writeGroupFootingAction
        END-IF.

    countOrphanAction.
        IF operTabActive(operTableIndex) = "Y"
                AND operTabManager(operTableIndex) = SPACES
            ADD 1 TO wsOrphanCount
        END-IF.

    writeGroupHeadingAction.
        MOVE SPACES TO wsListLine.
        WRITE RecertListLine FROM wsListLine.
        MOVE "  Operator Name" TO wsListLine.
        MOVE "Bat  Mnt  Wdr  WOf  Last sign-on Recertified"
            TO wsListLine(33:).
        WRITE RecertListLine FROM wsListLine.

    listGroupMemberAction.
        IF operTabActive(operTableIndex) = "Y"
                AND operTabListed(operTableIndex) = "N"
                AND operTabManager(operTableIndex) = wsCurrentManager
            MOVE "Y" TO operTabListed(operTableIndex)
            ADD 1 TO wsGroupCount
            ADD 1 TO wsListedCount
            MOVE operTabId(operTableIndex) TO wsDetailOperator
            MOVE operTabName(operTableIndex) TO wsDetailName
            MOVE operTabBatch(operTableIndex) TO wsDetailBatch
            MOVE operTabMaint(operTableIndex) TO wsDetailMaint
            MOVE operTabWithdraw(operTableIndex) TO wsDetailWithdraw
            IF operTabWriteOff(operTableIndex) = "Y"
                MOVE "Y" TO wsDetailWriteOff
            ELSE
                MOVE "N" TO wsDetailWriteOff
            END-IF
            IF operTabLastSignOn(operTableIndex) = SPACES
                MOVE "never" TO wsDetailSignOn
                ADD 1 TO wsNeverSignedOnCount
            ELSE
                MOVE operTabLastSignOn(operTableIndex)
                    TO wsDetailSignOn
            END-IF
            IF operTabRecertDate(operTableIndex) = 0
                MOVE "never" TO wsDetailRecert
            ELSE
                MOVE operTabRecertDate(operTableIndex) TO wsEditDate
                PERFORM editDateAction
                MOVE wsEditedDate TO wsDetailRecert
            END-IF
            WRITE RecertListLine FROM wsDetailLine
        END-IF.

    writeGroupFootingAction.
        MOVE SPACES TO wsListLine.
        STRING "  "                  DELIMITED BY SIZE
               wsGroupCount          DELIMITED BY SIZE
               " operator(s) - decisions due by " DELIMITED BY SIZE
               CycleDueDate          DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RecertListLine FROM wsListLine.

    editDateAction.
        MOVE SPACES TO wsEditedDate.
        STRING wsEditYear  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               wsEditMonth DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               wsEditDay   DELIMITED BY SIZE
               INTO wsEditedDate
        END-STRING.
