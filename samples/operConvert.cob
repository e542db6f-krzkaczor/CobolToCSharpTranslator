IDENTIFICATION DIVISION.
PROGRAM-ID.  OperConvert.

*> One-off conversion of the OPERMAST operator master to the record
*> that carries the write-off permission, the operator's manager and
*> the date access was last recertified.  The old file, renamed to
*> OPEROLD before the run, is read in operator order and each
*> operator is written to the new OPERMAST with everything it held
*> carried over as it stands, no write-off permission (N), no
*> manager and no recertification date (zero); the write-off
*> permission and the manager are then given through OperMaint.
*> Operators already on the new file are left alone (the WRITE gets
*> an invalid key and is counted as skipped), so the run is safe to
*> repeat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-OPERATOR-MASTER ASSIGN TO "OPEROLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OldOperatorId
        FILE STATUS IS wsOldOperatorStatus.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OperatorId
        FILE STATUS IS wsOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD  OLD-OPERATOR-MASTER.
01  OldOperatorRecord.
    05  OldOperatorId          PIC X(8).
    05  OldOperatorName        PIC X(20).
    05  OldOperatorActive      PIC X.
    05  OldOperatorPermissions PIC X(3).
    05  OldOperatorPin         PIC X(4).
    05  OldOperatorPinSetDate  PIC 9(8).
    05  OldOperatorForceChange PIC X.
    05  OldOperatorFailCount   PIC 9(2).
    05  OldOperatorLockedOut   PIC X.

FD  OPERATOR-MASTER.
01  OperatorRecord.
    COPY OPERATOR.

WORKING-STORAGE SECTION.
01 wsOldOperatorStatus PIC XX VALUE "00".
01 wsOperatorStatus PIC XX VALUE "00".

01 oldEofSwitch PIC X VALUE "N".
   88 oldEof VALUE "Y".

01 wsReadCount PIC 9(5) VALUE 0.
01 wsWrittenCount PIC 9(5) VALUE 0.
01 wsSkippedCount PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT OLD-OPERATOR-MASTER.
    IF wsOldOperatorStatus NOT = "00"
        DISPLAY "No old operator master to convert - "
            wsOldOperatorStatus
        STOP RUN
    END-IF.
    OPEN I-O OPERATOR-MASTER.
    IF wsOperatorStatus = "35"
        OPEN OUTPUT OPERATOR-MASTER
        CLOSE OPERATOR-MASTER
        OPEN I-O OPERATOR-MASTER
    END-IF.

    PERFORM readOldOperatorAction.
    PERFORM convertOneOperatorAction UNTIL oldEof.

    CLOSE OLD-OPERATOR-MASTER.
    CLOSE OPERATOR-MASTER.
    DISPLAY "=====================".
    DISPLAY "Operator master conversion complete".
    DISPLAY " Operators read     : " wsReadCount.
    DISPLAY " Operators written  : " wsWrittenCount.
    DISPLAY " Already on file    : " wsSkippedCount.
    DISPLAY "=====================".
    GOBACK.

    readOldOperatorAction.
        READ OLD-OPERATOR-MASTER
            AT END
                SET oldEof TO TRUE
        END-READ.

    convertOneOperatorAction.
        ADD 1 TO wsReadCount.
        MOVE OldOperatorId TO OperatorId.
        MOVE OldOperatorName TO OperatorName.
        MOVE OldOperatorActive TO OperatorActive.
        MOVE OldOperatorPermissions TO OperatorPermissions.
        MOVE OldOperatorPin TO OperatorPin.
        MOVE OldOperatorPinSetDate TO OperatorPinSetDate.
        MOVE OldOperatorForceChange TO OperatorForceChange.
        MOVE OldOperatorFailCount TO OperatorFailCount.
        MOVE OldOperatorLockedOut TO OperatorLockedOut.
        MOVE "N" TO OperatorPermWriteOff.
        MOVE SPACES TO OperatorManager.
        MOVE 0 TO OperatorRecertDate.
        WRITE OperatorRecord
            INVALID KEY
                ADD 1 TO wsSkippedCount
            NOT INVALID KEY
                ADD 1 TO wsWrittenCount
        END-WRITE.
        PERFORM readOldOperatorAction.
