IDENTIFICATION DIVISION.
PROGRAM-ID.  DdCollect.

*> Direct debit collection run.  For every active mandate on DDMAND
*> (DdMandateMaint) the amount due on the collection date is worked
*> out and collected:
*>
*>   - a student on an active instalment plan (INSTPLAN) pays the
*>     instalments that have fallen due since the mandate was last
*>     collected, up to and including the collection date, each due
*>     date rolled onto a business day exactly as InstalPlanMaint
*>     shows the schedule;
*>   - a student with no plan, or a sponsor account, pays what the
*>     account owes on SIGNBAL.
*>
*> Either way no more is collected than the account owes, so a payer
*> who has already paid is not charged again.  A mandate whose account
*> is missing, not open, held in a foreign currency or flagged as
*> under dispute is left out and listed, and is picked up by the next
*> run once put right.
*>
*> Our service user number with the bank is the SERVICE-USER setting
*> on the PARMMAST parameter master.  The DDPRM control record gives
*> the collection date (zero means three business days after the run
*> date, the bank's lead time), which must be a business day by
*> CalendarService and not in the past.  Each collection goes:
*>
*>   - to DDCOLL, the bank's fixed-format collection file - a header
*>     with the service user number and collection date, a detail
*>     line per payer (sort code, account, transaction code 01 for a
*>     first collection or 17 after, amount in pence, mandate
*>     reference and account name) and a count-and-total trailer;
*>   - to SIGNPOST as the expected receipt, a credit to the account
*>     with the reference DD plus the collection date, dated the
*>     collection date, for the next SignedArith pass;
*>   - to the DDCOLLOG collection log DdReturns matches unpaid items
*>     against.
*>
*> DDREG lists every active mandate with what was due, owed and
*> collected, and totals the run.  The run is refused with
*> RETURN-CODE 8 with no service user number set, no usable DDPRM
*> record, a collection date that
*> is not a business day or is past, a collection for the date
*> already on DDCOLLOG or waiting on SIGNPOST, or a mandate or plan
*> file bigger than the work tables.  A mandate left out ends the run
*> with RETURN-CODE 4.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The service user number is now the SERVICE-USER setting on the
*>   PARMMAST parameter master, read through ParmService, and DdReturns
*>   reads its failure limit there too; DDPRM carries only the
*>   collection date, the old columns on an existing card being
*>   ignored.
*> - At cutover the one-off ParmConvert run carries its service user
*>   number from the old DDPRM card onto PARMMAST, effective on the day
*>   it runs, so the value in use is kept rather than falling back to
*>   the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DD-PARAMETER-FILE ASSIGN TO "DDPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT MANDATE-FILE ASSIGN TO "DDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMandateStatus.

    SELECT PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPlanStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT COLLECTION-LOG-FILE ASSIGN TO "DDCOLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

    SELECT BANK-COLLECTION-FILE ASSIGN TO "DDCOLL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBankFileStatus.

    SELECT REGISTER-FILE ASSIGN TO "DDREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  DD-PARAMETER-FILE.
01  DdParameterRecord.
    05  FILLER              PIC 9(6).
    05  ParmCollectionDate  PIC 9(8).
    05  FILLER              PIC 9(2).

FD  MANDATE-FILE.
01  MandateRecord.
    COPY DDMAND.

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

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  COLLECTION-LOG-FILE.
01  CollectionLogRecord.
    05  LogMandateReference PIC X(18).
    05  LogAccountId        PIC X(8).
    05  LogCollectionDate   PIC 9(8).
    05  LogAmount           PIC 9(7)V99.
    05  LogRunDate          PIC 9(8).

FD  BANK-COLLECTION-FILE.
01  BankCollectionRecord    PIC X(100).

FD  REGISTER-FILE.
01  RegisterLine            PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsMandateStatus PIC XX VALUE "00".
01 wsPlanStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsLogStatus PIC XX VALUE "00".
01 wsBankFileStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".

01 mandateEofSwitch PIC X VALUE "N".
   88 mandateEof VALUE "Y".
01 planEofSwitch PIC X VALUE "N".
   88 planEof VALUE "Y".
01 postingEofSwitch PIC X VALUE "N".
   88 postingEof VALUE "Y".
01 logEofSwitch PIC X VALUE "N".
   88 logEof VALUE "Y".
01 parametersLoadedSwitch PIC X VALUE "N".
   88 parametersLoaded VALUE "Y".
01 alreadyCollectedSwitch PIC X VALUE "N".
   88 alreadyCollected VALUE "Y".
01 pastCollectionSwitch PIC X VALUE "N".
   88 pastCollection VALUE "Y".
01 studentOnPlanSwitch PIC X VALUE "N".
   88 studentOnPlan VALUE "Y".

01 calendarArea.
    COPY CALENDAR.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsServiceUser PIC 9(6) VALUE 0.

01 parmLookArea.
    COPY PARMLOOK.

01 wsCollectionDate PIC 9(8) VALUE 0.
01 wsCollectionReference.
   05 FILLER              PIC XX VALUE "DD".
   05 wsCollectionRefDate PIC 9(8).

01 mandateTableCount PIC 9(4) VALUE 0.
01 mandateTableIndex PIC 9(4) VALUE 0.
01 wsMandatesNotLoaded PIC 9(5) VALUE 0.
01 mandateTable.
    05 mandateTableEntry OCCURS 2000 TIMES PIC X(89).

01 planTableCount PIC 9(4) VALUE 0.
01 planTableIndex PIC 9(4) VALUE 0.
01 wsPlansNotLoaded PIC 9(5) VALUE 0.
01 planTable.
    05 planTableEntry OCCURS 1000 TIMES.
        10 planTabStudentId   PIC 9(7).
        10 planTabAmount      PIC 9(7).
        10 planTabInstalments PIC 9(2).
        10 planTabFirstDue    PIC 9(8).
        10 planTabFrequency   PIC X.

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

01 wsAmountDue PIC 9(7)V99 VALUE 0.
01 wsAmountOwed PIC 9(7)V99 VALUE 0.
01 wsAmountCollected PIC 9(7)V99 VALUE 0.
01 wsRegisterNote PIC X(24) VALUE SPACES.
01 mandateLeftOutSwitch PIC X VALUE "N".
   88 mandateLeftOut VALUE "Y".

01 runTotals.
   05 wsMandatesActive    PIC 9(5) VALUE 0.
   05 wsCollectionsMade   PIC 9(7) VALUE 0.
   05 wsCollectedTotal    PIC 9(9)V99 VALUE 0.
   05 wsMandatesLeftOut   PIC 9(5) VALUE 0.
   05 wsNothingDueCount   PIC 9(5) VALUE 0.

01 wsRefusalReason PIC X(44) VALUE SPACES.

01 wsBankHeader.
   05 FILLER               PIC X VALUE "H".
   05 wsHeadServiceUser    PIC 9(6).
   05 wsHeadCollectionDate PIC 9(8).
   05 wsHeadFileReference  PIC X(10).
   05 wsHeadCreatedDate    PIC 9(8).
   05 FILLER               PIC X(67) VALUE SPACES.

01 wsBankDetail.
   05 FILLER               PIC X VALUE "D".
   05 wsBankSortCode       PIC 9(6).
   05 wsBankAccount        PIC 9(8).
   05 wsBankTransaction    PIC XX.
   05 wsBankAmount         PIC 9(7)V99.
   05 wsBankMandate        PIC X(18).
   05 wsBankName           PIC X(18).
   05 FILLER               PIC X(38) VALUE SPACES.

01 wsBankTrailer.
   05 FILLER               PIC X VALUE "T".
   05 wsTrailCount         PIC 9(7).
   05 wsTrailTotal         PIC 9(9)V99.
   05 FILLER               PIC X(81) VALUE SPACES.

01 wsHeadingLine.
    05 FILLER PIC X(20) VALUE "Mandate reference   ".
    05 FILLER PIC X(10) VALUE "Account   ".
    05 FILLER PIC X(12) VALUE "         Due".
    05 FILLER PIC X(12) VALUE "        Owed".
    05 FILLER PIC X(12) VALUE "   Collected".
    05 FILLER PIC X(26) VALUE "  Note".

01 wsDetailLine.
    05 wsDetailMandate   PIC X(18).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailAccountId PIC X(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailDue       PIC Z(7)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailOwed      PIC Z(7)9.99.
    05 FILLER            PIC X VALUE SPACE.
    05 wsDetailCollected PIC Z(7)9.99.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailNote      PIC X(24).

01 wsEditedTotal PIC Z(8)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "DdCollect".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    EVALUATE TRUE
        WHEN wsServiceUser = 0
            MOVE "no SERVICE-USER set on the parameter master"
                TO wsRefusalReason
        WHEN NOT parametersLoaded
            MOVE "no usable DDPRM control record"
                TO wsRefusalReason
        WHEN wsCollectionDate < wsRunDate
            MOVE "the collection date is in the past"
                TO wsRefusalReason
        WHEN OTHER
            SET CalIsBusinessDay TO TRUE
            MOVE wsCollectionDate TO CalDate
            CALL "CalendarService" USING calendarArea
            IF NOT CalIsBusiness
                MOVE "the collection date is not a business day"
                    TO wsRefusalReason
                SET CalNextBusiness TO TRUE
                MOVE wsCollectionDate TO CalDate
                CALL "CalendarService" USING calendarArea
                DISPLAY "The next business day is " CalResultDate "."
            END-IF
    END-EVALUATE.
    MOVE wsCollectionDate TO wsCollectionRefDate.
    IF wsRefusalReason = SPACES
        PERFORM checkAlreadyCollectedAction
        IF alreadyCollected
            MOVE "a collection for the date is already made"
                TO wsRefusalReason
        END-IF
    END-IF.
    IF wsRefusalReason = SPACES
        PERFORM loadMandateTableAction
        PERFORM loadPlanTableAction
        IF wsMandatesNotLoaded > 0 OR wsPlansNotLoaded > 0
            MOVE "a file holds more than the work tables"
                TO wsRefusalReason
        END-IF
    END-IF.
    IF wsRefusalReason NOT = SPACES
        DISPLAY "**************************************************"
        DISPLAY "* DIRECT DEBIT COLLECTION NOT RUN -              *"
        DISPLAY "* " wsRefusalReason "   *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "No balance file - nothing can be collected, status "
            wsBalanceStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN EXTEND COLLECTION-LOG-FILE.
    IF wsLogStatus NOT = "00"
        OPEN OUTPUT COLLECTION-LOG-FILE
    END-IF.
    OPEN OUTPUT BANK-COLLECTION-FILE.
    OPEN OUTPUT REGISTER-FILE.
    PERFORM writeBankHeaderAction.
    PERFORM writeRegisterHeaderAction.
    PERFORM collectOneMandateAction
        VARYING mandateTableIndex FROM 1 BY 1
        UNTIL mandateTableIndex > mandateTableCount.
    PERFORM writeBankTrailerAction.
    PERFORM writeRegisterTotalsAction.
    CLOSE REGISTER-FILE.
    CLOSE BANK-COLLECTION-FILE.
    CLOSE COLLECTION-LOG-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    CLOSE BALANCE-FILE.
    PERFORM saveMandateFileAction.

    MOVE wsCollectedTotal TO wsEditedTotal.
    DISPLAY "=====================".
    DISPLAY " Direct debit collection " wsCollectionReference.
    DISPLAY " Active mandates  : " wsMandatesActive.
    DISPLAY " Collections made : " wsCollectionsMade.
    DISPLAY " Amount collected : " wsEditedTotal.
    DISPLAY " Nothing due      : " wsNothingDueCount.
    DISPLAY " Left out         : " wsMandatesLeftOut.
    DISPLAY "=====================".
    IF wsMandatesLeftOut > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        MOVE "DdCollect" TO ParmLookProgram.
        MOVE "SERVICE-USER" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsServiceUser
        END-IF.
        OPEN INPUT DD-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ DD-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmCollectionDate IS NUMERIC
                        MOVE ParmCollectionDate TO wsCollectionDate
                        SET parametersLoaded TO TRUE
                    END-IF
            END-READ
            CLOSE DD-PARAMETER-FILE
        END-IF.
        IF parametersLoaded AND wsCollectionDate = 0
*>          The bank wants the file three working days ahead.
            SET CalAddBusiness TO TRUE
            MOVE wsRunDate TO CalDate
            MOVE 3 TO CalDaysRequested
            CALL "CalendarService" USING calendarArea
            MOVE CalResultDate TO wsCollectionDate
        END-IF.

    checkAlreadyCollectedAction.
*>      Once on the log the collection has gone to the bank; while
*>      its receipts wait on SIGNPOST it is about to.
        MOVE "N" TO alreadyCollectedSwitch.
        OPEN INPUT COLLECTION-LOG-FILE.
        IF wsLogStatus = "00"
            PERFORM readLogAction
            PERFORM UNTIL logEof OR alreadyCollected
                IF LogCollectionDate = wsCollectionDate
                    SET alreadyCollected TO TRUE
                END-IF
                PERFORM readLogAction
            END-PERFORM
            CLOSE COLLECTION-LOG-FILE
        END-IF.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM UNTIL postingEof OR alreadyCollected
                IF PostReference = wsCollectionReference
                    SET alreadyCollected TO TRUE
                END-IF
                PERFORM readPostingAction
            END-PERFORM
            CLOSE POSTING-FILE
        END-IF.

    readLogAction.
        READ COLLECTION-LOG-FILE
            AT END
                SET logEof TO TRUE
        END-READ.

    readPostingAction.
        READ POSTING-FILE
            AT END
                SET postingEof TO TRUE
        END-READ.

    loadMandateTableAction.
        MOVE 0 TO mandateTableCount.
        OPEN INPUT MANDATE-FILE.
        IF wsMandateStatus = "00"
            PERFORM readMandateAction
            PERFORM addMandateEntryAction UNTIL mandateEof
            CLOSE MANDATE-FILE
        ELSE
            DISPLAY "No mandate file - nothing to collect."
        END-IF.

    readMandateAction.
        READ MANDATE-FILE
            AT END
                SET mandateEof TO TRUE
        END-READ.

    addMandateEntryAction.
        IF mandateTableCount < 2000
            ADD 1 TO mandateTableCount
            MOVE MandateRecord TO mandateTableEntry(mandateTableCount)
        ELSE
            ADD 1 TO wsMandatesNotLoaded
        END-IF.
        PERFORM readMandateAction.

    loadPlanTableAction.
        MOVE 0 TO planTableCount.
        OPEN INPUT PLAN-FILE.
        IF wsPlanStatus = "00"
            PERFORM readPlanAction
            PERFORM addPlanEntryAction UNTIL planEof
            CLOSE PLAN-FILE
        END-IF.

    readPlanAction.
        READ PLAN-FILE
            AT END
                SET planEof TO TRUE
        END-READ.

    addPlanEntryAction.
        IF planActive AND PlanInstalments > 0
            IF planTableCount < 1000
                ADD 1 TO planTableCount
                MOVE PlanStudentId TO planTabStudentId(planTableCount)
                MOVE PlanAmount TO planTabAmount(planTableCount)
                MOVE PlanInstalments
                    TO planTabInstalments(planTableCount)
                MOVE PlanFirstDue TO planTabFirstDue(planTableCount)
                MOVE PlanFrequency TO planTabFrequency(planTableCount)
            ELSE
                ADD 1 TO wsPlansNotLoaded
            END-IF
        END-IF.
        PERFORM readPlanAction.

    collectOneMandateAction.
        MOVE mandateTableEntry(mandateTableIndex) TO MandateRecord.
        IF mandateActive
            ADD 1 TO wsMandatesActive
            MOVE 0 TO wsAmountDue
            MOVE 0 TO wsAmountOwed
            MOVE 0 TO wsAmountCollected
            MOVE SPACES TO wsRegisterNote
            MOVE "N" TO mandateLeftOutSwitch
            PERFORM checkMandateAccountAction
            IF NOT mandateLeftOut
                PERFORM workAmountDueAction
                IF wsAmountDue > wsAmountOwed
                    MOVE wsAmountOwed TO wsAmountCollected
                ELSE
                    MOVE wsAmountDue TO wsAmountCollected
                END-IF
                IF wsAmountCollected > 0
                    PERFORM makeCollectionAction
                ELSE
                    ADD 1 TO wsNothingDueCount
                    MOVE "nothing due" TO wsRegisterNote
                END-IF
                MOVE wsCollectionDate TO MandateLastCollected
                MOVE MandateRecord
                    TO mandateTableEntry(mandateTableIndex)
            ELSE
                ADD 1 TO wsMandatesLeftOut
            END-IF
            PERFORM writeRegisterLineAction
        END-IF.

    checkMandateAccountAction.
*>      A mandate left out keeps its last-collected date, so what
*>      fell due meanwhile is collected once the account is right.
        MOVE MandateAccountId TO BalanceAccountId.
        READ BALANCE-FILE
            INVALID KEY
                SET mandateLeftOut TO TRUE
                MOVE "** NO LEDGER ACCOUNT" TO wsRegisterNote
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT AccountOpen
                        SET mandateLeftOut TO TRUE
                        MOVE "** ACCOUNT NOT OPEN" TO wsRegisterNote
                    WHEN AccountInDispute
                        SET mandateLeftOut TO TRUE
                        MOVE "** ACCOUNT IN DISPUTE" TO wsRegisterNote
                    WHEN NOT SterlingAccount
                        SET mandateLeftOut TO TRUE
                        MOVE "** NOT A STERLING ACCOUNT"
                            TO wsRegisterNote
                    WHEN BalanceAmount < 0
                        COMPUTE wsAmountOwed = 0 - BalanceAmount
                    WHEN OTHER
                        MOVE 0 TO wsAmountOwed
                END-EVALUATE
        END-READ.

    workAmountDueAction.
*>      A student on a plan pays the instalments that fell due since
*>      the last collection; anyone else pays what they owe.
        MOVE "N" TO studentOnPlanSwitch.
        IF MandateAccountId(1:1) = "S"
            AND MandateAccountId(2:7) IS NUMERIC
            PERFORM accrueStudentPlanAction
                VARYING planTableIndex FROM 1 BY 1
                UNTIL planTableIndex > planTableCount
        END-IF.
        IF NOT studentOnPlan
            MOVE wsAmountOwed TO wsAmountDue
        END-IF.

    accrueStudentPlanAction.
        IF MandateAccountId(2:7) = planTabStudentId(planTableIndex)
            SET studentOnPlan TO TRUE
            MOVE "N" TO pastCollectionSwitch
            PERFORM accrueOneInstalmentAction
                VARYING wsInstalmentNumber FROM 0 BY 1
                UNTIL wsInstalmentNumber
                        >= planTabInstalments(planTableIndex)
                    OR pastCollection
        END-IF.

    accrueOneInstalmentAction.
        PERFORM computeDueDateAction.
        IF wsDueDate > wsCollectionDate
            SET pastCollection TO TRUE
        ELSE
            IF wsDueDate > MandateLastCollected
                PERFORM computeInstalmentAmountAction
                ADD wsInstalmentAmount TO wsAmountDue
            END-IF
        END-IF.

    computeInstalmentAmountAction.
*>      Equal whole-pound instalments; the last one carries whatever
*>      the division left over so the plan adds up exactly.
        COMPUTE wsInstalmentAmount = planTabAmount(planTableIndex)
            / planTabInstalments(planTableIndex).
        IF wsInstalmentNumber + 1 = planTabInstalments(planTableIndex)
            COMPUTE wsInstalmentAmount = planTabAmount(planTableIndex)
                - (wsInstalmentAmount
                    * (planTabInstalments(planTableIndex) - 1))
        END-IF.

    computeDueDateAction.
        MOVE planTabFirstDue(planTableIndex) TO wsDueDate.
        EVALUATE planTabFrequency(planTableIndex)
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

    makeCollectionAction.
        MOVE MandateSortCode TO wsBankSortCode.
        MOVE MandateBankAccount TO wsBankAccount.
        IF MandateCollectCount = 0
            MOVE "01" TO wsBankTransaction
            MOVE "first collection" TO wsRegisterNote
        ELSE
            MOVE "17" TO wsBankTransaction
        END-IF.
        MOVE wsAmountCollected TO wsBankAmount.
        MOVE MandateReference TO wsBankMandate.
        MOVE MandatePayerName TO wsBankName.
        WRITE BankCollectionRecord FROM wsBankDetail.

        MOVE MandateAccountId TO PostAccountId.
        MOVE wsAmountCollected TO PostAmount.
        MOVE wsCollectionReference TO PostReference.
        MOVE wsCollectionDate TO PostDate.
        PERFORM writeSourcePostingAction.

        MOVE MandateReference TO LogMandateReference.
        MOVE MandateAccountId TO LogAccountId.
        MOVE wsCollectionDate TO LogCollectionDate.
        MOVE wsAmountCollected TO LogAmount.
        MOVE wsRunDate TO LogRunDate.
        WRITE CollectionLogRecord.

        IF MandateCollectCount < 9999
            ADD 1 TO MandateCollectCount
        END-IF.
        ADD 1 TO wsCollectionsMade.
        ADD wsAmountCollected TO wsCollectedTotal.

    writeBankHeaderAction.
        MOVE wsServiceUser TO wsHeadServiceUser.
        MOVE wsCollectionDate TO wsHeadCollectionDate.
        MOVE wsCollectionReference TO wsHeadFileReference.
        MOVE wsRunDate TO wsHeadCreatedDate.
        WRITE BankCollectionRecord FROM wsBankHeader.

    writeBankTrailerAction.
        MOVE wsCollectionsMade TO wsTrailCount.
        MOVE wsCollectedTotal TO wsTrailTotal.
        WRITE BankCollectionRecord FROM wsBankTrailer.

    writeRegisterHeaderAction.
        MOVE "Direct debit collection register" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Collection date: " DELIMITED BY SIZE
               wsCollectionDate DELIMITED BY SIZE
               "   Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "   Service user: " DELIMITED BY SIZE
               wsServiceUser DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        WRITE RegisterLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.

    writeRegisterLineAction.
        MOVE MandateReference TO wsDetailMandate.
        MOVE MandateAccountId TO wsDetailAccountId.
        MOVE wsAmountDue TO wsDetailDue.
        MOVE wsAmountOwed TO wsDetailOwed.
        MOVE wsAmountCollected TO wsDetailCollected.
        MOVE wsRegisterNote TO wsDetailNote.
        WRITE RegisterLine FROM wsDetailLine.

    writeRegisterTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE wsCollectedTotal TO wsEditedTotal.
        MOVE SPACES TO wsListLine.
        STRING "Collections: " DELIMITED BY SIZE
               wsCollectionsMade DELIMITED BY SIZE
               "  Amount: " DELIMITED BY SIZE
               wsEditedTotal DELIMITED BY SIZE
               "  Reference: " DELIMITED BY SIZE
               wsCollectionReference DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Active mandates: " DELIMITED BY SIZE
               wsMandatesActive DELIMITED BY SIZE
               "  Nothing due: " DELIMITED BY SIZE
               wsNothingDueCount DELIMITED BY SIZE
               "  Left out: " DELIMITED BY SIZE
               wsMandatesLeftOut DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.

    saveMandateFileAction.
        OPEN OUTPUT MANDATE-FILE.
        PERFORM writeOneMandateAction
            VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount.
        CLOSE MANDATE-FILE.

    writeOneMandateAction.
        MOVE mandateTableEntry(mandateTableIndex) TO MandateRecord.
        WRITE MandateRecord.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE "O" TO regFunction.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
        MOVE SPACES TO sourceLine.
        SET SrcHeaderLine TO TRUE.
        MOVE regProgram TO SrcProgram.
        MOVE regRunId TO SrcRunId.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE 0 TO sourcePostingCount.
        MOVE 0 TO sourceNetAmount.

    writeSourcePostingAction.
        WRITE PostingRecord.
        ADD 1 TO sourcePostingCount.
        ADD PostAmount TO sourceNetAmount.

    writeSourceTrailerAction.
        MOVE SPACES TO sourceLine.
        SET SrcTrailerLine TO TRUE.
        MOVE sourcePostingCount TO SrcPostingCount.
        MOVE sourceNetAmount TO SrcNetAmount.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE "C" TO regFunction.
        MOVE sourcePostingCount TO regCount.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
