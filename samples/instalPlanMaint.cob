IDENTIFICATION DIVISION.
PROGRAM-ID.  InstalPlanMaint.

*> Maintains the INSTPLAN instalment plan file for students who pay a
*> course fee in parts instead of up front: student id, course code,
*> the amount the plan covers, the number of instalments, the first
*> due date and the frequency (W weekly, F fortnightly, M monthly).
*> The plan amount defaults to the course's current FEESCHED fee.
*> Every due date in the schedule is rolled forward onto a business
*> day through the shared CalendarService, so no instalment falls due
*> on a Sunday or a bank holiday, and the list shows the rolled
*> schedule.  A plan is cancelled rather than deleted so the history
*> of what was agreed stays on file.  InstalmentCheck compares the
*> plans with the receipts on SIGNHIST each night.  The file is
*> loaded into a table at start-up and rewritten whole on exit, the
*> same way FeeSchedMaint maintains the fee schedule.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPlanStatus.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFeeStatus.

DATA DIVISION.
FILE SECTION.
FD  PLAN-FILE.
01  PlanRecord.
    05  PlanStudentId       PIC 9(7).
    05  PlanCourseCode      PIC X(4).
    05  PlanAmount          PIC 9(7).
    05  PlanInstalments     PIC 9(2).
    05  PlanFirstDue        PIC 9(8).
    05  PlanFrequency       PIC X.
    05  PlanStatus          PIC X.
        88 planActive       VALUE "A".
        88 planCancelled    VALUE "C".
    05  PlanSetUpDate       PIC 9(8).

FD  FEE-SCHEDULE-FILE.
01  FeeScheduleRecord.
    05  FeeCourseCode       PIC X(4).
    05  FeeAmount           PIC 9(7).
    05  FeeEffectiveDate    PIC 9(8).

WORKING-STORAGE SECTION.
01 wsPlanStatus PIC XX VALUE "00".
01 wsFeeStatus PIC XX VALUE "00".

01 planEofSwitch PIC X VALUE "N".
   88 planEof VALUE "Y".
01 feeEofSwitch PIC X VALUE "N".
   88 feeEof VALUE "Y".
01 plansChangedSwitch PIC X VALUE "N".
   88 plansChanged VALUE "Y".

01 planTableCount PIC 9(3) VALUE 0.
01 wsNotLoadedCount PIC 9(3) VALUE 0.
01 planTableIndex PIC 9(3) VALUE 0.
01 planFoundIndex PIC 9(3) VALUE 0.
01 planTable.
    05 planTableEntry OCCURS 500 TIMES.
        10 planTabStudentId  PIC 9(7).
        10 planTabCourse     PIC X(4).
        10 planTabAmount     PIC 9(7).
        10 planTabCount      PIC 9(2).
        10 planTabFirstDue   PIC 9(8).
        10 planTabFrequency  PIC X.
        10 planTabStatus     PIC X.
        10 planTabSetUpDate  PIC 9(8).

01 feeTableCount PIC 9(3) VALUE 0.
01 feeTableIndex PIC 9(3) VALUE 0.
01 feeTable.
    05 feeTableEntry OCCURS 200 TIMES.
        10 feeTableCourse PIC X(4).
        10 feeTableAmount PIC 9(7).
        10 feeTableDate   PIC 9(8).
01 wsBestFeeDate PIC 9(8) VALUE 0.
01 wsBestFeeAmount PIC 9(7) VALUE 0.

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 cancelSelected VALUE "C".
   88 listSelected   VALUE "L".
   88 showSelected   VALUE "S".
   88 exitSelected   VALUE "X".

01 wsStudentIdInput PIC X(7) VALUE SPACES.
01 wsEntryId PIC 9(7) VALUE 0.
01 wsCodeInput PIC X(4) VALUE SPACES.
01 wsAmountInput PIC X(7) VALUE SPACES.
01 wsCountInput PIC X(2) VALUE SPACES.
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsFrequencyInput PIC X VALUE SPACE.
01 validEntrySwitch PIC X VALUE "N".
   88 validEntry VALUE "Y".
01 wsRunDate PIC 9(8) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

*> Due-date work fields: instalment k (from 0) falls k periods after
*> the first due date, then rolls forward onto a business day.
01 wsInstalmentNumber PIC 9(2) VALUE 0.
01 wsDueDate PIC 9(8) VALUE 0.
01 wsDueDigits REDEFINES wsDueDate.
   05 wsDueYear  PIC 9(4).
   05 wsDueMonth PIC 9(2).
   05 wsDueDay   PIC 9(2).
01 wsFirstDay PIC 9(2) VALUE 0.
01 wsMonthsToAdd PIC 9(4) VALUE 0.
01 wsMonthWork PIC 9(4) VALUE 0.
01 wsDaysInMonth PIC 9(2) VALUE 0.
01 wsLeapRemainder PIC 9(4) VALUE 0.
01 wsLeapQuotient PIC 9(4) VALUE 0.
01 wsInstalmentAmount PIC 9(7) VALUE 0.

01 wsDateToCheck PIC 9(8) VALUE 0.
01 wsDateDigits REDEFINES wsDateToCheck.
   05 wsDateYear  PIC 9(4).
   05 wsDateMonth PIC 9(2).
   05 wsDateDay   PIC 9(2).
01 dateValidSwitch PIC X VALUE "N".
   88 dateValid VALUE "Y".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Instalment plan maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadPlanTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** PLAN FILE HOLDS MORE PLANS THAN THE TABLE - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM loadFeeTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF plansChanged
        PERFORM savePlanFileAction
        DISPLAY "Instalment plans saved - " planTableCount
            " plan(s) on file."
    ELSE
        DISPLAY "No changes made - plan file left as it was."
    END-IF.
    STOP RUN.

    loadPlanTableAction.
        MOVE 0 TO planTableCount.
        MOVE "N" TO planEofSwitch.
        OPEN INPUT PLAN-FILE.
        IF wsPlanStatus = "00"
            PERFORM readPlanRecordAction
            PERFORM addPlanTableEntryAction UNTIL planEof
            CLOSE PLAN-FILE
        ELSE
            DISPLAY "No plan file yet - starting an empty table."
        END-IF.

    readPlanRecordAction.
        READ PLAN-FILE
            AT END
                SET planEof TO TRUE
        END-READ.

    addPlanTableEntryAction.
        IF planTableCount < 500
            ADD 1 TO planTableCount
            MOVE PlanStudentId TO planTabStudentId(planTableCount)
            MOVE PlanCourseCode TO planTabCourse(planTableCount)
            MOVE PlanAmount TO planTabAmount(planTableCount)
            MOVE PlanInstalments TO planTabCount(planTableCount)
            MOVE PlanFirstDue TO planTabFirstDue(planTableCount)
            MOVE PlanFrequency TO planTabFrequency(planTableCount)
            MOVE PlanStatus TO planTabStatus(planTableCount)
            MOVE PlanSetUpDate TO planTabSetUpDate(planTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readPlanRecordAction.

    loadFeeTableAction.
        MOVE 0 TO feeTableCount.
        MOVE "N" TO feeEofSwitch.
        OPEN INPUT FEE-SCHEDULE-FILE.
        IF wsFeeStatus = "00"
            PERFORM readFeeRecordAction
            PERFORM addFeeTableEntryAction UNTIL feeEof
            CLOSE FEE-SCHEDULE-FILE
        END-IF.

    readFeeRecordAction.
        READ FEE-SCHEDULE-FILE
            AT END
                SET feeEof TO TRUE
        END-READ.

    addFeeTableEntryAction.
        IF feeTableCount < 200
            ADD 1 TO feeTableCount
            MOVE FeeCourseCode TO feeTableCourse(feeTableCount)
            MOVE FeeAmount TO feeTableAmount(feeTableCount)
            MOVE FeeEffectiveDate TO feeTableDate(feeTableCount)
        END-IF.
        PERFORM readFeeRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd a plan, (C)ancel a plan, (S)how a schedule, "
            "(L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN addSelected
                PERFORM addPlanAction
            WHEN cancelSelected
                PERFORM cancelPlanAction
            WHEN showSelected
                PERFORM showScheduleAction
            WHEN listSelected
                PERFORM listPlansAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, C, S, L or X."
        END-EVALUATE.

    addPlanAction.
        IF planTableCount >= 500
            DISPLAY "Plan table is full - cannot add another plan."
        ELSE
            PERFORM acceptPlanKeyAction
            PERFORM findActivePlanAction
            IF planFoundIndex > 0
                DISPLAY "Student " wsEntryId " already has an active "
                    "plan for " wsCodeInput " - cancel it first."
            ELSE
                PERFORM acceptPlanTermsAction
                ADD 1 TO planTableCount
                MOVE wsEntryId TO planTabStudentId(planTableCount)
                MOVE wsCodeInput TO planTabCourse(planTableCount)
                MOVE wsAmountInput TO planTabAmount(planTableCount)
                MOVE wsCountInput TO planTabCount(planTableCount)
                MOVE wsDateToCheck TO planTabFirstDue(planTableCount)
                MOVE wsFrequencyInput
                    TO planTabFrequency(planTableCount)
                MOVE "A" TO planTabStatus(planTableCount)
                MOVE wsRunDate TO planTabSetUpDate(planTableCount)
                SET plansChanged TO TRUE
                MOVE planTableCount TO planFoundIndex
                DISPLAY "Plan added - schedule:"
                PERFORM listScheduleAction
            END-IF
        END-IF.

    acceptPlanKeyAction.
        MOVE SPACES TO wsStudentIdInput.
        PERFORM UNTIL wsStudentIdInput IS NUMERIC
            DISPLAY "Student id (7 digits):"
            ACCEPT wsStudentIdInput
        END-PERFORM.
        MOVE wsStudentIdInput TO wsEntryId.
        MOVE SPACES TO wsCodeInput.
        PERFORM UNTIL wsCodeInput NOT = SPACES
            DISPLAY "Course code:"
            ACCEPT wsCodeInput
        END-PERFORM.

    acceptPlanTermsAction.
        PERFORM priceCourseAction.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Amount the plan covers (7 digits, whole pounds;"
                " blank for the current fee " wsBestFeeAmount "):"
            ACCEPT wsAmountInput
            IF wsAmountInput = SPACES
                MOVE wsBestFeeAmount TO wsAmountInput
            END-IF
            IF wsAmountInput IS NUMERIC AND wsAmountInput > ZERO
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 7 digits, more than zero."
            END-IF
        END-PERFORM.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "Number of instalments (02-24):"
            ACCEPT wsCountInput
            IF wsCountInput IS NUMERIC
                AND wsCountInput >= "02" AND wsCountInput <= "24"
                MOVE "Y" TO validEntrySwitch
            ELSE
                DISPLAY "Please enter 2 digits from 02 to 24."
            END-IF
        END-PERFORM.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            DISPLAY "First due date (YYYYMMDD):"
            ACCEPT wsDateInput
            IF wsDateInput IS NUMERIC
                MOVE wsDateInput TO wsDateToCheck
                PERFORM validateDateAction
            END-IF
            IF NOT dateValid
                DISPLAY "That is not a real date - please re-enter."
            END-IF
        END-PERFORM.
        MOVE SPACE TO wsFrequencyInput.
        PERFORM UNTIL wsFrequencyInput = "W" OR "F" OR "M"
            DISPLAY "Frequency - (W)eekly, (F)ortnightly, (M)onthly:"
            ACCEPT wsFrequencyInput
        END-PERFORM.

    priceCourseAction.
*>      The fee in force today for the course, as a default only.
        MOVE 0 TO wsBestFeeDate.
        MOVE 0 TO wsBestFeeAmount.
        PERFORM VARYING feeTableIndex FROM 1 BY 1
            UNTIL feeTableIndex > feeTableCount
            IF feeTableCourse(feeTableIndex) = wsCodeInput
                AND feeTableDate(feeTableIndex) <= wsRunDate
                AND feeTableDate(feeTableIndex) >= wsBestFeeDate
                MOVE feeTableDate(feeTableIndex) TO wsBestFeeDate
                MOVE feeTableAmount(feeTableIndex) TO wsBestFeeAmount
            END-IF
        END-PERFORM.

    cancelPlanAction.
        PERFORM acceptPlanKeyAction.
        PERFORM findActivePlanAction.
        IF planFoundIndex = 0
            DISPLAY "No active plan for " wsEntryId " on "
                wsCodeInput "."
        ELSE
            MOVE "C" TO planTabStatus(planFoundIndex)
            SET plansChanged TO TRUE
            DISPLAY "Plan for " wsEntryId " on " wsCodeInput
                " cancelled."
        END-IF.

    showScheduleAction.
        PERFORM acceptPlanKeyAction.
        PERFORM findActivePlanAction.
        IF planFoundIndex = 0
            DISPLAY "No active plan for " wsEntryId " on "
                wsCodeInput "."
        ELSE
            PERFORM listScheduleAction
        END-IF.

    findActivePlanAction.
        MOVE 0 TO planFoundIndex.
        PERFORM VARYING planTableIndex FROM 1 BY 1
            UNTIL planTableIndex > planTableCount
            IF planTabStudentId(planTableIndex) = wsEntryId
                AND planTabCourse(planTableIndex) = wsCodeInput
                AND planTabStatus(planTableIndex) = "A"
                MOVE planTableIndex TO planFoundIndex
            END-IF
        END-PERFORM.

    listScheduleAction.
        PERFORM showOneInstalmentAction
            VARYING wsInstalmentNumber FROM 0 BY 1
            UNTIL wsInstalmentNumber >= planTabCount(planFoundIndex).

    showOneInstalmentAction.
        PERFORM computeDueDateAction.
        PERFORM computeInstalmentAmountAction.
        DISPLAY "  instalment " wsInstalmentNumber
            " due " wsDueDate " amount " wsInstalmentAmount.

    computeInstalmentAmountAction.
*>      Equal whole-pound instalments; the last one carries whatever
*>      the division left over so the plan adds up exactly.
        COMPUTE wsInstalmentAmount =
            planTabAmount(planFoundIndex)
                / planTabCount(planFoundIndex).
        IF wsInstalmentNumber + 1 = planTabCount(planFoundIndex)
            COMPUTE wsInstalmentAmount =
                planTabAmount(planFoundIndex)
                - (wsInstalmentAmount
                    * (planTabCount(planFoundIndex) - 1))
        END-IF.

    computeDueDateAction.
        MOVE planTabFirstDue(planFoundIndex) TO wsDueDate.
        EVALUATE planTabFrequency(planFoundIndex)
            WHEN "W"
                SET CalAddCalendar TO TRUE
                MOVE wsDueDate TO CalDate
                COMPUTE CalDaysRequested = wsInstalmentNumber * 7
                CALL "CalendarService" USING calendarArea
                MOVE CalResultDate TO wsDueDate
            WHEN "F"
                SET CalAddCalendar TO TRUE
                MOVE wsDueDate TO CalDate
                COMPUTE CalDaysRequested = wsInstalmentNumber * 14
                CALL "CalendarService" USING calendarArea
                MOVE CalResultDate TO wsDueDate
            WHEN OTHER
                PERFORM addMonthsAction
        END-EVALUATE.
        SET CalIsBusinessDay TO TRUE.
        MOVE wsDueDate TO CalDate.
        CALL "CalendarService" USING calendarArea.
        IF NOT CalIsBusiness
            SET CalNextBusiness TO TRUE
            MOVE wsDueDate TO CalDate
            CALL "CalendarService" USING calendarArea
            MOVE CalResultDate TO wsDueDate
        END-IF.

    addMonthsAction.
*>      The same day of a later month, pulled back to the month end
*>      when the month is shorter (the 31st falls on the 30th).
        MOVE wsDueDay TO wsFirstDay.
        COMPUTE wsMonthWork = wsDueMonth - 1 + wsInstalmentNumber.
        DIVIDE wsMonthWork BY 12
            GIVING wsMonthsToAdd REMAINDER wsMonthWork.
        ADD wsMonthsToAdd TO wsDueYear.
        COMPUTE wsDueMonth = wsMonthWork + 1.
        PERFORM setDaysInMonthAction.
        IF wsFirstDay > wsDaysInMonth
            MOVE wsDaysInMonth TO wsDueDay
        ELSE
            MOVE wsFirstDay TO wsDueDay
        END-IF.

    setDaysInMonthAction.
        EVALUATE wsDueMonth
            WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO wsDaysInMonth
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO wsDaysInMonth
            WHEN OTHER
                MOVE 28 TO wsDaysInMonth
                DIVIDE wsDueYear BY 4
                    GIVING wsLeapQuotient REMAINDER wsLeapRemainder
                IF wsLeapRemainder = 0
                    MOVE 29 TO wsDaysInMonth
                    DIVIDE wsDueYear BY 100
                        GIVING wsLeapQuotient REMAINDER wsLeapRemainder
                    IF wsLeapRemainder = 0
                        DIVIDE wsDueYear BY 400
                            GIVING wsLeapQuotient
                            REMAINDER wsLeapRemainder
                        IF wsLeapRemainder NOT = 0
                            MOVE 28 TO wsDaysInMonth
                        END-IF
                    END-IF
                END-IF
        END-EVALUATE.

    validateDateAction.
        MOVE "N" TO dateValidSwitch.
        IF wsDateYear < 1900 OR wsDateMonth < 1 OR wsDateMonth > 12
            CONTINUE
        ELSE
            MOVE wsDateToCheck TO wsDueDate
            PERFORM setDaysInMonthAction
            IF wsDateDay >= 1 AND wsDateDay <= wsDaysInMonth
                SET dateValid TO TRUE
            END-IF
        END-IF.

    listPlansAction.
        PERFORM listOnePlanAction
            VARYING planTableIndex FROM 1 BY 1
            UNTIL planTableIndex > planTableCount.

    listOnePlanAction.
        DISPLAY "  " planTabStudentId(planTableIndex)
            " " planTabCourse(planTableIndex)
            " amount=" planTabAmount(planTableIndex)
            " x" planTabCount(planTableIndex)
            " from " planTabFirstDue(planTableIndex)
            " freq=" planTabFrequency(planTableIndex)
            " status=" planTabStatus(planTableIndex).

    savePlanFileAction.
        OPEN OUTPUT PLAN-FILE.
        PERFORM writeOnePlanAction
            VARYING planTableIndex FROM 1 BY 1
            UNTIL planTableIndex > planTableCount.
        CLOSE PLAN-FILE.

    writeOnePlanAction.
        MOVE planTabStudentId(planTableIndex) TO PlanStudentId.
        MOVE planTabCourse(planTableIndex) TO PlanCourseCode.
        MOVE planTabAmount(planTableIndex) TO PlanAmount.
        MOVE planTabCount(planTableIndex) TO PlanInstalments.
        MOVE planTabFirstDue(planTableIndex) TO PlanFirstDue.
        MOVE planTabFrequency(planTableIndex) TO PlanFrequency.
        MOVE planTabStatus(planTableIndex) TO PlanStatus.
        MOVE planTabSetUpDate(planTableIndex) TO PlanSetUpDate.
        WRITE PlanRecord.
