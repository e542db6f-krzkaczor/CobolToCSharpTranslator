*> Programs meant to run under the scheduler end with GOBACK and use
*> their optional control files (REGMODE, STUBKPRM, REORGPRM, ...) in
*> place of operator prompts.
*>
*> Each night opens with a NIGHT OF line on RUNLOG giving the date
*> and start time, so RunTimeHistory can tell one night's steps from
*> the next.  The log is closed while each step runs and reopened
*> after it, so a step that reads RUNLOG - BatchWindowWatch placed
*> in the deck as an early-warning check - sees every line written
*> so far, and a step that abends cannot take unwritten lines with
*> it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 FILLER           PIC X VALUE SPACE.
   05 wsLogOutcome     PIC X(8).

01 wsNightLine.
   05 FILLER           PIC X(9) VALUE "NIGHT OF ".
   05 wsNightDate      PIC 9(8).
   05 FILLER           PIC X(9) VALUE " STARTED ".
   05 wsNightTime      PIC 9(8).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
    IF wsStepLogStatus NOT = "00"
        OPEN OUTPUT STEP-LOG-FILE
    END-IF.
    ACCEPT wsNightDate FROM DATE YYYYMMDD.
    ACCEPT wsNightTime FROM TIME.
    WRITE StepLogRecord FROM wsNightLine.
    OPEN INPUT RUN-DECK-FILE.
    IF wsRunDeckStatus NOT = "00"
        DISPLAY "No run deck to execute - " wsRunDeckStatus
        ACCEPT wsStartTime FROM TIME.
        MOVE 0 TO RETURN-CODE.
        MOVE "OK" TO wsOutcome.
        CLOSE STEP-LOG-FILE.
        CALL wsProgramName
            ON EXCEPTION
                MOVE "NOTFOUND" TO wsOutcome
                MOVE 12 TO RETURN-CODE
        END-CALL.
        OPEN EXTEND STEP-LOG-FILE.
        MOVE RETURN-CODE TO wsStepReturnCode.
        MOVE 0 TO RETURN-CODE.
        ACCEPT wsEndTime FROM TIME.
