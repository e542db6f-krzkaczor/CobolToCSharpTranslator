IDENTIFICATION DIVISION.
PROGRAM-ID.  InstalmentCheck.

*> Nightly missed-instalment check for the plans on INSTPLAN.  For
*> every active plan the instalments that have fallen due by the run
*> date are worked out from the first due date and frequency, with
*> each due date rolled onto a business day through the shared
*> CalendarService exactly as InstalPlanMaint shows them, and the
*> amounts due are totalled per student.  The receipts PaymentEntry
*> has posted to the student's "S" fee account on SIGNHIST since the
*> plan was set up (credits only, leaving out RF refund credits,
*> which are not money received) are then set against that total,
*> and every student who has paid less than the plan says they should
*> have is listed on INSTMISS with the shortfall and the last date an
*> instalment fell due.  This is a view of plan keeping only - the
*> whole-balance position stays with AgedDebtReport.
*>
*> Modification history:
*> - CN concession credits from the billing run are not receipts
*>   either and no longer count towards a plan.
*> - The ledger now carries pounds and pence: receipts are matched to
*>   the penny and the amounts due, paid and short print to two decimal
*>   places.
*> - A returned direct debit (DU reversal from DdReturns) takes its
*>   receipt back off the plan, so a bounced collection shows as missed.
*> - Receipts are also taken from the SIGNHYR year archive, so a plan
*>   running across the year end keeps the payments made before it,
*>   and the year-end brought-forward (BF) lines no longer count as
*>   receipts.
*> - Only money actually received counts: counter receipts from the
*>   CASHRCPT receipt log and DdCollect collections (DD) from the
*>   ledger, less returned direct debits (DU).  Transfer,
*>   cancellation, write-off, merge and reversal credits no longer
*>   hide a missed instalment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPlanStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT RECEIPT-LOG-FILE ASSIGN TO "CASHRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptLogStatus.

    SELECT YEAR-ARCHIVE-FILE ASSIGN TO "SIGNHYR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsYearArchiveStatus.

    SELECT MISSED-REPORT-FILE ASSIGN TO "INSTMISS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

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

FD  HISTORY-FILE.
01  HistoryRecord           PIC X(71).

FD  RECEIPT-LOG-FILE.
01  ReceiptLogRecord.
    COPY CASHRCPT.

FD  YEAR-ARCHIVE-FILE.
01  YearArchiveRecord       PIC X(71).

FD  MISSED-REPORT-FILE.
01  MissedLine              PIC X(100).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "InstalmentCheck".
   05 logFileName    PIC X(8)  VALUE SPACES.
   05 logFileStatus  PIC XX    VALUE "00".
   05 logActionTaken PIC X(30) VALUE SPACES.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "InstalmentCheck".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

01 wsPlanStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsYearArchiveStatus PIC XX VALUE "00".
01 wsReceiptLogStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 planEofSwitch PIC X VALUE "N".
   88 planEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 yearArchiveEofSwitch PIC X VALUE "N".
   88 yearArchiveEof VALUE "Y".
01 receiptLogEofSwitch PIC X VALUE "N".
   88 receiptLogEof VALUE "Y".
01 pastRunDateSwitch PIC X VALUE "N".
   88 pastRunDate VALUE "Y".

*> One entry per student with at least one active plan; several plans
*> for the same student are checked together against the one account.
01 studentTableCount PIC 9(3) VALUE 0.
01 studentTableIndex PIC 9(3) VALUE 0.
01 studentFoundIndex PIC 9(3) VALUE 0.
01 studentDroppedCount PIC 9(5) VALUE 0.
01 studentTable.
    05 studentTableEntry OCCURS 500 TIMES.
        10 stuTabStudentId  PIC 9(7).
        10 stuTabPlans      PIC 9(2).
        10 stuTabSetUpDate  PIC 9(8).
        10 stuTabDue        PIC 9(8)V99.
        10 stuTabInstDue    PIC 9(3).
        10 stuTabLastDue    PIC 9(8).
        10 stuTabReceived   PIC 9(8)V99.

01 wsAccountStudentId PIC 9(7) VALUE 0.
01 wsReceiptDate PIC 9(8) VALUE 0.
01 wsReceiptAmount PIC S9(7)V99 VALUE 0.

*> The history line being matched, read from SIGNHYR or SIGNHIST.
01 PostingHistoryRecord.
    COPY SIGNHIST.

*> Due-date work fields, the same arithmetic InstalPlanMaint uses to
*> show a schedule.
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

01 wsRunDate PIC 9(8) VALUE 0.
01 wsShortfall PIC 9(8)V99 VALUE 0.

01 wsPlansRead PIC 9(5) VALUE 0.
01 wsActivePlans PIC 9(5) VALUE 0.
01 wsReceiptsMatched PIC 9(7) VALUE 0.
01 wsMissedCount PIC 9(5) VALUE 0.
01 wsShortfallTotal PIC 9(9)V99 VALUE 0.
01 wsEditedTotal PIC Z(8)9.99.

01 wsHeadingLine.
   05 FILLER PIC X(9)  VALUE "Student  ".
   05 FILLER PIC X(6)  VALUE "Plans ".
   05 FILLER PIC X(6)  VALUE "Insts ".
   05 FILLER PIC X(13) VALUE "     Due now ".
   05 FILLER PIC X(13) VALUE "        Paid ".
   05 FILLER PIC X(13) VALUE "   Shortfall ".
   05 FILLER PIC X(10) VALUE " Last due ".

01 wsDetailLine.
   05 wsDetailStudent   PIC 9(7).
   05 FILLER            PIC X(4) VALUE SPACES.
   05 wsDetailPlans     PIC Z9.
   05 FILLER            PIC X(3) VALUE SPACES.
   05 wsDetailInsts     PIC ZZ9.
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailDue       PIC Z(8)9.99.
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailPaid      PIC Z(8)9.99.
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailShortfall PIC Z(8)9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailLastDue   PIC 9(8).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN INPUT PLAN-FILE.
    IF wsPlanStatus NOT = "00"
        DISPLAY "No instalment plan file - " wsPlanStatus
        MOVE "INSTPLAN" TO logFileName
        MOVE wsPlanStatus TO logFileStatus
        MOVE "OPEN FAILED - RUN SKIPPED" TO logActionTaken
        PERFORM logFileErrorAction
        GOBACK
    END-IF.
    PERFORM readPlanAction.
    PERFORM takePlanAction UNTIL planEof.
    CLOSE PLAN-FILE.
    IF studentDroppedCount > 0
*>      A student left out of the table would never be reported; a
*>      silent gap in an arrears list is worse than no list.
        DISPLAY "*************************************************"
        DISPLAY "** PLAN FILE HOLDS MORE STUDENTS THAN THE TABLE - "
            studentDroppedCount " PLAN(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - NO REPORT PRODUCED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE "O" TO regFunction.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.

*>  Counter receipts come from the CASHRCPT receipt log, direct-debit
*>  collections and returns from the ledger.  A plan set up before
*>  the last year end has collections on the SIGNHYR year archive as
*>  well; they are taken before SIGNHIST so a returned direct debit
*>  still follows the collection it takes back.  There is no archive
*>  until the first year end has been rolled.
    OPEN INPUT RECEIPT-LOG-FILE.
    IF wsReceiptLogStatus = "00"
        PERFORM readReceiptLogAction
        PERFORM matchCashReceiptAction UNTIL receiptLogEof
        CLOSE RECEIPT-LOG-FILE
    END-IF.

    OPEN INPUT YEAR-ARCHIVE-FILE.
    IF wsYearArchiveStatus = "00"
        PERFORM readYearArchiveAction
        PERFORM matchYearArchiveAction UNTIL yearArchiveEof
        CLOSE YEAR-ARCHIVE-FILE
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF wsHistoryStatus = "00"
        PERFORM readHistoryAction
        PERFORM matchHistoryAction UNTIL historyEof
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "No posting history on file - " wsHistoryStatus
            " - every plan instalment due is shown as unpaid."
    END-IF.

    OPEN OUTPUT MISSED-REPORT-FILE.
    PERFORM writeReportHeadingAction.
    PERFORM reportStudentAction
        VARYING studentTableIndex FROM 1 BY 1
        UNTIL studentTableIndex > studentTableCount.
    PERFORM writeReportTotalAction.
    CLOSE MISSED-REPORT-FILE.

    MOVE "C" TO regFunction.
    MOVE wsMissedCount TO regCount.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.

    DISPLAY "=====================".
    DISPLAY " Instalment check control totals"
    DISPLAY " Plans read           : " wsPlansRead
    DISPLAY " Active plans         : " wsActivePlans
    DISPLAY " Students on plans    : " studentTableCount
    DISPLAY " Receipts matched     : " wsReceiptsMatched
    DISPLAY " Students behind      : " wsMissedCount
    DISPLAY " Shortfall total      : " wsShortfallTotal
    DISPLAY "=====================".
    GOBACK.

    readPlanAction.
        READ PLAN-FILE
            AT END
                SET planEof TO TRUE
        END-READ.

    takePlanAction.
        ADD 1 TO wsPlansRead.
        IF planActive
            ADD 1 TO wsActivePlans
            PERFORM findStudentAction
            IF studentFoundIndex = 0
                IF studentTableCount < 500
                    ADD 1 TO studentTableCount
                    MOVE studentTableCount TO studentFoundIndex
                    MOVE PlanStudentId
                        TO stuTabStudentId(studentFoundIndex)
                    MOVE 0 TO stuTabPlans(studentFoundIndex)
                    MOVE PlanSetUpDate
                        TO stuTabSetUpDate(studentFoundIndex)
                    MOVE 0 TO stuTabDue(studentFoundIndex)
                    MOVE 0 TO stuTabInstDue(studentFoundIndex)
                    MOVE 0 TO stuTabLastDue(studentFoundIndex)
                    MOVE 0 TO stuTabReceived(studentFoundIndex)
                ELSE
                    ADD 1 TO studentDroppedCount
                END-IF
            END-IF
            IF studentFoundIndex > 0
                PERFORM accrueDuePlanAction
            END-IF
        END-IF.
        PERFORM readPlanAction.

    findStudentAction.
        MOVE 0 TO studentFoundIndex.
        PERFORM VARYING studentTableIndex FROM 1 BY 1
            UNTIL studentTableIndex > studentTableCount
                OR studentFoundIndex > 0
            IF stuTabStudentId(studentTableIndex) = PlanStudentId
                MOVE studentTableIndex TO studentFoundIndex
            END-IF
        END-PERFORM.

    accrueDuePlanAction.
*>      Receipts count from the earliest set-up date of the student's
*>      plans; money paid before any plan existed was for something
*>      else.
        ADD 1 TO stuTabPlans(studentFoundIndex).
        IF PlanSetUpDate < stuTabSetUpDate(studentFoundIndex)
            MOVE PlanSetUpDate TO stuTabSetUpDate(studentFoundIndex)
        END-IF.
        MOVE "N" TO pastRunDateSwitch.
        PERFORM accrueOneInstalmentAction
            VARYING wsInstalmentNumber FROM 0 BY 1
            UNTIL wsInstalmentNumber >= PlanInstalments
                OR pastRunDate.

    accrueOneInstalmentAction.
        PERFORM computeDueDateAction.
        IF wsDueDate > wsRunDate
            SET pastRunDate TO TRUE
        ELSE
            PERFORM computeInstalmentAmountAction
            ADD wsInstalmentAmount TO stuTabDue(studentFoundIndex)
            ADD 1 TO stuTabInstDue(studentFoundIndex)
            IF wsDueDate > stuTabLastDue(studentFoundIndex)
                MOVE wsDueDate TO stuTabLastDue(studentFoundIndex)
            END-IF
        END-IF.

    computeInstalmentAmountAction.
*>      Equal whole-pound instalments; the last one carries whatever
*>      the division left over so the plan adds up exactly.
        COMPUTE wsInstalmentAmount = PlanAmount / PlanInstalments.
        IF wsInstalmentNumber + 1 = PlanInstalments
            COMPUTE wsInstalmentAmount = PlanAmount
                - (wsInstalmentAmount * (PlanInstalments - 1))
        END-IF.

    computeDueDateAction.
        MOVE PlanFirstDue TO wsDueDate.
        EVALUATE PlanFrequency
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

    readHistoryAction.
        READ HISTORY-FILE INTO PostingHistoryRecord
            AT END
                SET historyEof TO TRUE
        END-READ.

    readYearArchiveAction.
        READ YEAR-ARCHIVE-FILE INTO PostingHistoryRecord
            AT END
                SET yearArchiveEof TO TRUE
        END-READ.

    matchHistoryAction.
        PERFORM matchReceiptAction.
        PERFORM readHistoryAction.

    matchYearArchiveAction.
        PERFORM matchReceiptAction.
        PERFORM readYearArchiveAction.

    matchReceiptAction.
*>      From the ledger only a direct-debit collection (DD plus the
*>      collection date, from DdCollect) is money received; a
*>      returned direct debit (DU) takes back the receipt its
*>      collection counted.  Transfers, cancellations, write-offs,
*>      merges, reversals, refunds, concessions and brought-forward
*>      balances move the debt without money coming in.  Counter
*>      receipts come from CASHRCPT, not from here.
        IF HistAccountId(1:1) = "S"
            AND HistAccountId(2:7) IS NUMERIC
            AND ((HistAmount > 0
                    AND HistReference(1:2) = "DD"
                    AND HistReference(3:8) IS NUMERIC)
                OR (HistAmount < 0
                    AND HistReference(1:2) = "DU"))
            MOVE HistAccountId(2:7) TO wsAccountStudentId
            MOVE HistDate TO wsReceiptDate
            MOVE HistAmount TO wsReceiptAmount
            PERFORM applyReceiptAction
        END-IF.

    readReceiptLogAction.
        READ RECEIPT-LOG-FILE
            AT END
                SET receiptLogEof TO TRUE
        END-READ.

    matchCashReceiptAction.
*>      Every receipt PaymentEntry takes at the counter is on the
*>      CASHRCPT log, in whatever tender it was paid.
        IF ReceiptAccountId(1:1) = "S"
            AND ReceiptAccountId(2:7) IS NUMERIC
            AND ReceiptAmount IS NUMERIC
            MOVE ReceiptAccountId(2:7) TO wsAccountStudentId
            MOVE ReceiptDate TO wsReceiptDate
            MOVE ReceiptAmount TO wsReceiptAmount
            PERFORM applyReceiptAction
        END-IF.
        PERFORM readReceiptLogAction.

    applyReceiptAction.
*>      A receipt counts when it is dated on or after the plan was
*>      agreed.
        MOVE 0 TO studentFoundIndex.
        PERFORM VARYING studentTableIndex FROM 1 BY 1
            UNTIL studentTableIndex > studentTableCount
                OR studentFoundIndex > 0
            IF stuTabStudentId(studentTableIndex)
                    = wsAccountStudentId
                MOVE studentTableIndex TO studentFoundIndex
            END-IF
        END-PERFORM.
        IF studentFoundIndex > 0
            AND wsReceiptDate >= stuTabSetUpDate(studentFoundIndex)
            IF wsReceiptAmount < 0
                AND stuTabReceived(studentFoundIndex)
                    < 0 - wsReceiptAmount
                MOVE 0 TO stuTabReceived(studentFoundIndex)
            ELSE
                ADD wsReceiptAmount TO stuTabReceived(studentFoundIndex)
            END-IF
            ADD 1 TO wsReceiptsMatched
        END-IF.

    writeReportHeadingAction.
        MOVE "Missed instalments on fee payment plans" TO wsListLine.
        WRITE MissedLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE MissedLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate    DELIMITED BY SIZE
               "   Run id: " DELIMITED BY SIZE
               regRunId     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MissedLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE MissedLine FROM wsListLine.
        WRITE MissedLine FROM wsHeadingLine.

    reportStudentAction.
        IF stuTabReceived(studentTableIndex)
                < stuTabDue(studentTableIndex)
            COMPUTE wsShortfall = stuTabDue(studentTableIndex)
                - stuTabReceived(studentTableIndex)
            ADD 1 TO wsMissedCount
            ADD wsShortfall TO wsShortfallTotal
            MOVE stuTabStudentId(studentTableIndex) TO wsDetailStudent
            MOVE stuTabPlans(studentTableIndex) TO wsDetailPlans
            MOVE stuTabInstDue(studentTableIndex) TO wsDetailInsts
            MOVE stuTabDue(studentTableIndex) TO wsDetailDue
            MOVE stuTabReceived(studentTableIndex) TO wsDetailPaid
            MOVE wsShortfall TO wsDetailShortfall
            MOVE stuTabLastDue(studentTableIndex) TO wsDetailLastDue
            WRITE MissedLine FROM wsDetailLine
        END-IF.

    writeReportTotalAction.
        MOVE SPACES TO wsListLine.
        WRITE MissedLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsShortfallTotal TO wsEditedTotal.
        STRING "Students behind on their plan: " DELIMITED BY SIZE
               wsMissedCount                     DELIMITED BY SIZE
               "   Total shortfall: "            DELIMITED BY SIZE
               wsEditedTotal                     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MissedLine FROM wsListLine.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.
