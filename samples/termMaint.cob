*> the start.  The file is loaded into a table at start-up and
*> rewritten whole on exit, the same way CourseMaint updates the
*> catalog.
*>
*> Modification history:
*> - Each term now carries the date its results were published,
*>   keyed here on add or amend (blank while results are still to
*>   come).  Results appeals measure their response deadline from it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        10 termTableCode  PIC X(6).
        10 termTableStart PIC 9(8).
        10 termTableEnd   PIC 9(8).
        10 termTableResults PIC 9(8).

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsStartDate PIC 9(8) VALUE 0.
01 wsEndDate PIC 9(8) VALUE 0.
01 wsResultsDate PIC 9(8) VALUE 0.

01 wsDateToCheck PIC 9(8) VALUE 0.
01 wsDateDigits REDEFINES wsDateToCheck.
            MOVE TermRecordCode TO termTableCode(termTableCount)
            MOVE TermStartDate TO termTableStart(termTableCount)
            MOVE TermEndDate TO termTableEnd(termTableCount)
*>          Terms saved before results dates were kept read back
*>          with the field blank.
            IF TermResultsDate IS NUMERIC
                MOVE TermResultsDate
                    TO termTableResults(termTableCount)
            ELSE
                MOVE 0 TO termTableResults(termTableCount)
            END-IF
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
                    "use aMend instead."
            ELSE
                PERFORM acceptTermDatesAction
                PERFORM acceptResultsDateAction
                ADD 1 TO termTableCount
                MOVE wsCodeInput TO termTableCode(termTableCount)
                MOVE wsStartDate TO termTableStart(termTableCount)
                MOVE wsEndDate TO termTableEnd(termTableCount)
                MOVE wsResultsDate TO termTableResults(termTableCount)
                SET termsChanged TO TRUE
                DISPLAY "Term " wsCodeInput " added."
            END-IF
            DISPLAY "Current dates: "
                termTableStart(termFoundIndex) " to "
                termTableEnd(termFoundIndex)
                ", results " termTableResults(termFoundIndex)
            PERFORM acceptTermDatesAction
            PERFORM acceptResultsDateAction
            MOVE wsStartDate TO termTableStart(termFoundIndex)
            MOVE wsEndDate TO termTableEnd(termFoundIndex)
            MOVE wsResultsDate TO termTableResults(termFoundIndex)
            SET termsChanged TO TRUE
            DISPLAY "Term " wsCodeInput " amended."
        END-IF.
    listOneTermAction.
        DISPLAY "  " termTableCode(termTableIndex)
            " " termTableStart(termTableIndex)
            " to " termTableEnd(termTableIndex)
            " results " termTableResults(termTableIndex).

    acceptTermCodeAction.
        MOVE SPACES TO wsCodeInput.
            END-IF
        END-PERFORM.

    acceptResultsDateAction.
*>      Optional: a blank entry means the results are not out yet.
*>      A results date before the term starts is a keying error.
        MOVE 0 TO wsResultsDate.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            DISPLAY "Results published date (YYYYMMDD, blank if "
                "not yet published):"
            ACCEPT wsDateInput
            EVALUATE TRUE
                WHEN wsDateInput = SPACES
                    MOVE 0 TO wsResultsDate
                    SET dateValid TO TRUE
                WHEN wsDateInput IS NUMERIC
                    MOVE wsDateInput TO wsDateToCheck
                    PERFORM validateDateAction
                    IF dateValid AND wsDateToCheck < wsStartDate
                        DISPLAY "Results date is before the term "
                            "starts."
                        MOVE "N" TO dateValidSwitch
                    END-IF
                    MOVE wsDateToCheck TO wsResultsDate
                WHEN OTHER
                    MOVE "N" TO dateValidSwitch
            END-EVALUATE
            IF NOT dateValid
                DISPLAY "That is not a usable date - please re-enter."
            END-IF
        END-PERFORM.

    acceptOneDateAction.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
        MOVE termTableCode(termTableIndex) TO TermRecordCode.
        MOVE termTableStart(termTableIndex) TO TermStartDate.
        MOVE termTableEnd(termTableIndex) TO TermEndDate.
        MOVE termTableResults(termTableIndex) TO TermResultsDate.
        WRITE TermRecord.
