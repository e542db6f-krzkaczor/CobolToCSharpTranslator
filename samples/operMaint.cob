*> reset also clears the failure count and any lockout the wrong
*> attempts earned.  OperSignOn verifies the PIN and locks the id
*> after too many failures.
*>
*> Modification history:
*> - Operators carry a write-off permission: a finance manager who
*>   may give the second approval WriteOffReview asks for on a bad
*>   debt over the approval limit.  A record from before the flag
*>   reads as not permitted.
*> - Each operator names a manager - the operator who attests their
*>   access at the quarterly recertification AccessRecertStart opens -
*>   and carries the date access was last recertified.  A record from
*>   before the manager reads as having none.
*> - An operator master kept before the write-off permission, the
*>   manager and the recertification date is brought to the longer
*>   record by the one-off OperConvert (old file renamed to OPEROLD).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 pinValidSwitch PIC X VALUE "N".
   88 pinValid VALUE "Y".
01 wsRunDate PIC 9(8) VALUE 0.
01 wsManagerInput PIC X(8) VALUE SPACES.
01 managerValidSwitch PIC X VALUE "N".
   88 managerValid VALUE "Y".

PROCEDURE DIVISION.
Begin.
        DISPLAY "May withdraw students (Y/N)?".
        PERFORM acceptYesNoAction.
        MOVE wsYesNoInput TO OperatorPermWithdraw.
        DISPLAY "May approve bad-debt write-offs (Y/N)?".
        PERFORM acceptYesNoAction.
        MOVE wsYesNoInput TO OperatorPermWriteOff.
        PERFORM acceptManagerAction.
        IF operatorFound
            DISPLAY "Reset the PIN (Y/N)?"
            PERFORM acceptYesNoAction
            PERFORM resetPinAction
        END-IF.

    acceptManagerAction.
*>      The manager is the operator who attests this operator's
*>      access at each quarterly recertification; a new operator
*>      starts with no recertification on record.
        IF NOT operatorFound
            MOVE 0 TO OperatorRecertDate
        END-IF.
        MOVE "N" TO managerValidSwitch.
        PERFORM UNTIL managerValid
            DISPLAY "Manager's operator id (blank if none):"
            ACCEPT wsManagerInput
            IF wsManagerInput = wsIdInput
                DISPLAY "An operator cannot be their own manager."
            ELSE
                SET managerValid TO TRUE
            END-IF
        END-PERFORM.
        MOVE wsManagerInput TO OperatorManager.

    resetPinAction.
*>      A reset hands the operator a temporary PIN they must change
*>      at their next sign-on, and wipes the failure count and any
