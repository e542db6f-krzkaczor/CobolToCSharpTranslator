*> The catalog is loaded into a table at start-up and the whole file
*> is rewritten on exit, which is how a small line-sequential table
*> file has to be updated in place.
*>
*> Modification history:
*> - Each course now also carries the minimum enrollment it needs to
*>   run and the date the go/no-go decision is taken, both keyed on
*>   add and amend (zero for none) and shown on the list, for the
*>   CourseViability report to measure against.
*> - Each course now carries its credit value, keyed on add and amend
*>   and shown on the list, for the credit-weighted award run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        10 courseTableMaxSeats PIC 9(3).
        10 courseTableStatus   PIC X.
        10 courseTableMinAge   PIC 9(2).
        10 courseTableMinEnrol PIC 9(3).
        10 courseTableDecision PIC 9(8).
        10 courseTableCredits  PIC 9(3).

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
01 wsTitleInput PIC X(20) VALUE SPACES.
01 wsSeatsInput PIC X(3) VALUE SPACES.
01 wsMinAgeInput PIC X(2) VALUE SPACES.
01 wsMinEnrolInput PIC X(3) VALUE SPACES.
01 wsCreditsInput PIC X(3) VALUE SPACES.
01 wsDecisionInput PIC X(8) VALUE SPACES.
01 wsDecisionCheck REDEFINES wsDecisionInput.
    05 wsDecisionYear  PIC 9(4).
    05 wsDecisionMonth PIC 9(2).
    05 wsDecisionDay   PIC 9(2).
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".

                MOVE CourseStatus TO courseTableStatus(courseTableCount)
            END-IF
            MOVE CourseMinimumAge TO courseTableMinAge(courseTableCount)
            PERFORM loadViabilityFieldsAction
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readCourseRecordAction.

    loadViabilityFieldsAction.
*>      Records written before the minimum enrollment, decision date
*>      and credit value were kept come in short; those read as none
*>      set.
        IF CourseMinimumEnrol IS NUMERIC
            MOVE CourseMinimumEnrol
                TO courseTableMinEnrol(courseTableCount)
        ELSE
            MOVE 0 TO courseTableMinEnrol(courseTableCount)
        END-IF.
        IF CourseDecisionDate IS NUMERIC
            MOVE CourseDecisionDate
                TO courseTableDecision(courseTableCount)
        ELSE
            MOVE 0 TO courseTableDecision(courseTableCount)
        END-IF.
        IF CourseCredits IS NUMERIC
            MOVE CourseCredits TO courseTableCredits(courseTableCount)
        ELSE
            MOVE 0 TO courseTableCredits(courseTableCount)
        END-IF.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd, a(M)end, (R)etire, (L)ist, e(X)it and save?".
                PERFORM acceptMinAgeAction
                MOVE wsMinAgeInput
                    TO courseTableMinAge(courseTableCount)
                PERFORM acceptMinEnrolAction
                MOVE wsMinEnrolInput
                    TO courseTableMinEnrol(courseTableCount)
                PERFORM acceptDecisionDateAction
                MOVE wsDecisionInput
                    TO courseTableDecision(courseTableCount)
                PERFORM acceptCreditsAction
                MOVE wsCreditsInput
                    TO courseTableCredits(courseTableCount)
                MOVE "A" TO courseTableStatus(courseTableCount)
                SET catalogChanged TO TRUE
                DISPLAY "Course " wsCodeInput " added."
                courseTableMinAge(courseFoundIndex)
            PERFORM acceptMinAgeAction
            MOVE wsMinAgeInput TO courseTableMinAge(courseFoundIndex)
            DISPLAY "Current minimum enrollment: "
                courseTableMinEnrol(courseFoundIndex)
            PERFORM acceptMinEnrolAction
            MOVE wsMinEnrolInput TO courseTableMinEnrol(courseFoundIndex)
            DISPLAY "Current decision date: "
                courseTableDecision(courseFoundIndex)
            PERFORM acceptDecisionDateAction
            MOVE wsDecisionInput TO courseTableDecision(courseFoundIndex)
            DISPLAY "Current credit value: "
                courseTableCredits(courseFoundIndex)
            PERFORM acceptCreditsAction
            MOVE wsCreditsInput TO courseTableCredits(courseFoundIndex)
            SET catalogChanged TO TRUE
            DISPLAY "Course " wsCodeInput " amended."
        END-IF.
            " " courseTableTitle(courseTableIndex)
            " seats=" courseTableMaxSeats(courseTableIndex)
            " minage=" courseTableMinAge(courseTableIndex)
            " minenrol=" courseTableMinEnrol(courseTableIndex)
            " decide=" courseTableDecision(courseTableIndex)
            " credits=" courseTableCredits(courseTableIndex)
            " status=" courseTableStatus(courseTableIndex).

    acceptCourseCodeAction.
            END-IF
        END-PERFORM.

    acceptMinEnrolAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Minimum enrollment to run (3 digits, 000 = none):"
            ACCEPT wsMinEnrolInput
            IF wsMinEnrolInput IS NUMERIC
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 3 digits."
            END-IF
        END-PERFORM.

    acceptCreditsAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Credit value (3 digits, 000 = none):"
            ACCEPT wsCreditsInput
            IF wsCreditsInput IS NUMERIC
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 3 digits."
            END-IF
        END-PERFORM.

    acceptDecisionDateAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Decision date (YYYYMMDD, 00000000 = none):"
            ACCEPT wsDecisionInput
            EVALUATE TRUE
                WHEN wsDecisionInput IS NOT NUMERIC
                    DISPLAY "Please enter 8 digits."
                WHEN wsDecisionInput = "00000000"
                    MOVE "Y" TO validEntrySwitch
                WHEN wsDecisionMonth < 1 OR wsDecisionMonth > 12
                    OR wsDecisionDay < 1 OR wsDecisionDay > 31
                    DISPLAY "Not a valid date - please re-enter."
                WHEN OTHER
                    MOVE "Y" TO validEntrySwitch
            END-EVALUATE
        END-PERFORM.

    saveCatalogAction.
        OPEN OUTPUT COURSE-FILE.
        PERFORM writeOneCourseAction
        MOVE courseTableMaxSeats(courseTableIndex) TO CourseMaxSeats.
        MOVE courseTableStatus(courseTableIndex) TO CourseStatus.
        MOVE courseTableMinAge(courseTableIndex) TO CourseMinimumAge.
        MOVE courseTableMinEnrol(courseTableIndex) TO CourseMinimumEnrol.
        MOVE courseTableDecision(courseTableIndex) TO CourseDecisionDate.
        MOVE courseTableCredits(courseTableIndex) TO CourseCredits.
        WRITE CourseRecord.
