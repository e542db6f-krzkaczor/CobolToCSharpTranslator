*> OPERMAST operator master and hands back the operator's name and
*> permissions, so the audit trails name operators somebody verified.
*>
*> The id alone no longer signs anyone on: the operator's PIN (set and
*> reset through OperMaint) is verified too, wrong attempts are counted
*> on the master and the id locks out after the MAX-FAILURES maximum
*> (default 3); a PIN older than the PIN-EXPIRY-DAYS setting (default
*> 90), a PIN never set, or one flagged for forced change signs on with
*> status 6 so the caller makes the operator change it through the
*> OperPinChange entry before working.  Every attempt - success, wrong
*> PIN, lockout, locked, unknown, inactive and PIN changes - lands on
*> the OPERLOG attempt file with a timestamp, and SignOnAttemptReport
*> prints the review.  Both limits are OperSignOn settings on the
*> PARMMAST parameter master.
*>
*>   CALL "OperSignOn" USING signOnId, signOnPin, signOnName,
*>                           signOnPermissions, signOnStatus
*>
*> Operators are set up with OperMaint; with no operator master at
*> all the caller is told so (status 3) and must refuse to run.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its lockout limit
*>   and PIN expiry days from the old SIGNONPRM card onto PARMMAST,
*>   effective on the day it runs, so the value in use is kept rather
*>   than falling back to the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS OperatorId
        FILE STATUS IS wsOperatorStatus.

    SELECT ATTEMPT-LOG-FILE ASSIGN TO "OPERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttemptLogStatus.
01  OperatorRecord.
    COPY OPERATOR.

FD  ATTEMPT-LOG-FILE.
01  AttemptLogRecord.
    05  AttemptTimestamp  PIC X(19).

WORKING-STORAGE SECTION.
01 wsOperatorStatus PIC XX VALUE "00".
01 wsAttemptLogStatus PIC XX VALUE "00".

01 parametersLoadedSwitch PIC X VALUE "N".
01 wsMaxFailures PIC 9(2) VALUE 3.
01 wsPinExpiryDays PIC 9(3) VALUE 90.

01 parmLookArea.
    COPY PARMLOOK.

01 wsOutcomeWord PIC X(8) VALUE SPACES.
01 dateTimeArea.
    COPY DATETIME.
            CONTINUE
        ELSE
            SET parametersLoaded TO TRUE
            MOVE "OperSignOn" TO ParmLookProgram
            MOVE "MAX-FAILURES" TO ParmLookName
            MOVE 0 TO ParmLookDate
            CALL "ParmService" USING parmLookArea
            IF ParmLookFound
                AND ParmLookNumber > 0
                MOVE ParmLookNumber TO wsMaxFailures
            END-IF
            MOVE "PIN-EXPIRY-DAYS" TO ParmLookName
            MOVE 0 TO ParmLookDate
            CALL "ParmService" USING parmLookArea
            IF ParmLookFound
                AND ParmLookNumber > 0
                MOVE ParmLookNumber TO wsPinExpiryDays
            END-IF
        END-IF.

