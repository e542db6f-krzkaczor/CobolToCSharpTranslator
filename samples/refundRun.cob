IDENTIFICATION DIVISION.
PROGRAM-ID.  RefundRun.

*> Pro-rata tuition refund run for approved withdrawals.  Every
*> approval WithdrawReview records on WDDECIDE (outcome A) is matched
*> to the student's charges on the FEEBILLD billed registry, and the
*> unused share of each charge is worked out from the dates of the
*> term it was billed for (TERMS) against the withdrawal date: the
*> calendar days of the term still to run after the withdrawal over
*> the calendar days in the whole term, counted through the shared
*> CalendarService.  A student who left before the term started gets
*> the whole charge back; one who left after it ended gets nothing.
*> An old registry entry with no term code is pro-rated over the term
*> covering the withdrawal date.
*>
*> Each refund is appended to SIGNPOST as a credit (posted positive,
*> the same sign PaymentEntry uses for money in) to the student's
*> "S" fee account with reference RF plus the course code, so the
*> normal SignedArith pass puts it on the account.  A REFUND
*> selection per refunded course goes onto LTRSELCT for LetterRun to
*> send the refund advice, and the refund is recorded on the REFUNDED
*> registry so a re-run never refunds the same withdrawal twice.
*> The REFREG register lists every refund with the days and figures
*> behind it and carries sign-off lines for finance, who check it
*> before any payment leaves the building.
*>
*> Modification history:
*> - A charge TuitionBilling put on a sponsor's SP account is refunded
*>   to that account, since the sponsor paid it; only refunds to the
*>   student's own account raise a REFUND advice letter.
*> - SIGNPOST postings now carry pounds and pence (S9(7)V99); refunds
*>   are still worked to whole pounds, as the billed charges are.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECISIONS-FILE ASSIGN TO "WDDECIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsDecisionsStatus.

    SELECT BILLED-REGISTRY-FILE ASSIGN TO "FEEBILLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBilledStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

    SELECT REFUNDED-REGISTRY-FILE ASSIGN TO "REFUNDED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRefundedStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

    SELECT REGISTER-FILE ASSIGN TO "REFREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  DECISIONS-FILE.
01  DecisionRecord.
    05  DecStudentId    PIC 9(7).
    05  DecReason       PIC X(2).
    05  DecRequestedBy  PIC X(8).
    05  DecDecidedBy    PIC X(8).
    05  DecOutcome      PIC X.
        88 decisionApproved VALUE "A".
    05  DecDate         PIC 9(8).

FD  BILLED-REGISTRY-FILE.
01  BilledRegistryRecord.
    05  BilledStudentId     PIC 9(7).
    05  BilledCourseCode    PIC X(4).
    05  BilledDate          PIC 9(8).
    05  BilledAmount        PIC 9(7).
    05  BilledTermCode      PIC X(6).
    05  BilledAccountId     PIC X(8).

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

FD  REFUNDED-REGISTRY-FILE.
01  RefundedRegistryRecord.
    05  RefundedStudentId   PIC 9(7).
    05  RefundedCourseCode  PIC X(4).
    05  RefundedDecisionDate PIC 9(8).
    05  RefundedAmount      PIC 9(7).
    05  RefundedRunDate     PIC 9(8).

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).

FD  REGISTER-FILE.
01  RegisterLine            PIC X(100).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "RefundRun".
   05 logFileName    PIC X(8)  VALUE SPACES.
   05 logFileStatus  PIC XX    VALUE "00".
   05 logActionTaken PIC X(30) VALUE SPACES.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "RefundRun".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

01 wsDecisionsStatus PIC XX VALUE "00".
01 wsBilledStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".
01 wsRefundedStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".

01 decisionEofSwitch PIC X VALUE "N".
   88 decisionEof VALUE "Y".
01 billedEofSwitch PIC X VALUE "N".
   88 billedEof VALUE "Y".
01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 refundedEofSwitch PIC X VALUE "N".
   88 refundedEof VALUE "Y".

01 billedTableCount PIC 9(4) VALUE 0.
01 billedTableIndex PIC 9(4) VALUE 0.
01 billedDroppedCount PIC 9(4) VALUE 0.
01 billedTable.
    05 billedTableEntry OCCURS 2000 TIMES.
        10 billedTabStudentId PIC 9(7).
        10 billedTabCourse    PIC X(4).
        10 billedTabAmount    PIC 9(7).
        10 billedTabTerm      PIC X(6).
        10 billedTabAccount   PIC X(8).

01 termTableCount PIC 9(3) VALUE 0.
01 termTableIndex PIC 9(3) VALUE 0.
01 termFoundIndex PIC 9(3) VALUE 0.
01 termTable.
    05 termTableEntry OCCURS 20 TIMES.
        10 termTableCode  PIC X(6).
        10 termTableStart PIC 9(8).
        10 termTableEnd   PIC 9(8).

01 refundedTableCount PIC 9(4) VALUE 0.
01 refundedTableIndex PIC 9(4) VALUE 0.
01 refundedDroppedCount PIC 9(4) VALUE 0.
01 refundedTable.
    05 refundedTableEntry OCCURS 2000 TIMES.
        10 refundedTabStudentId PIC 9(7).
        10 refundedTabCourse    PIC X(4).
        10 refundedTabDecDate   PIC 9(8).
01 alreadyRefundedSwitch PIC X VALUE "N".
   88 alreadyRefunded VALUE "Y".

01 wsWithdrawDate PIC 9(8) VALUE 0.
01 wsTermDays PIC 9(5) VALUE 0.
01 wsUnusedDays PIC 9(5) VALUE 0.
01 wsRefundAmount PIC 9(7) VALUE 0.
01 wsBillingsFound PIC 9(3) VALUE 0.

01 wsApprovalsRead PIC 9(5) VALUE 0.
01 wsRefundCount PIC 9(5) VALUE 0.
01 wsNilCount PIC 9(5) VALUE 0.
01 wsSkippedCount PIC 9(5) VALUE 0.
01 wsNoTermCount PIC 9(5) VALUE 0.
01 wsNothingBilledCount PIC 9(5) VALUE 0.
01 wsRefundTotal PIC 9(9) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(100) VALUE SPACES.

01 wsHeadingLine.
   05 FILLER PIC X(9)  VALUE "Account  ".
   05 FILLER PIC X(7)  VALUE "Course ".
   05 FILLER PIC X(7)  VALUE "Term   ".
   05 FILLER PIC X(9)  VALUE "Withdrawn".
   05 FILLER PIC X(10) VALUE "   Charged".
   05 FILLER PIC X(11) VALUE "  Term days".
   05 FILLER PIC X(8)  VALUE "  Unused".
   05 FILLER PIC X(10) VALUE "    Refund".
   05 FILLER PIC X(12) VALUE "  Reference".

01 wsDetailLine.
   05 FILLER           PIC X VALUE "S".
   05 wsDetailStudent  PIC 9(7).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailCourse   PIC X(4).
   05 FILLER           PIC X(3) VALUE SPACES.
   05 wsDetailTerm     PIC X(6).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailWithdrawn PIC 9(8).
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailCharged  PIC ZZZZZZZZ9.
   05 FILLER           PIC X(6) VALUE SPACES.
   05 wsDetailTermDays PIC ZZZZ9.
   05 FILLER           PIC X(3) VALUE SPACES.
   05 wsDetailUnused   PIC ZZZZ9.
   05 FILLER           PIC X VALUE SPACE.
   05 wsDetailRefund   PIC ZZZZZZZZ9.
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsDetailReference PIC X(10).

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadBilledRegistryAction.
    PERFORM loadRefundedRegistryAction.
    IF billedDroppedCount > 0 OR refundedDroppedCount > 0
*>      A registry only partly in core could hide a charge or a
*>      refund already made; refusing beats paying twice.
        DISPLAY "*************************************************"
        DISPLAY "** A REGISTRY HOLDS MORE THAN ITS TABLE - "
            billedDroppedCount " BILLED / " refundedDroppedCount
            " REFUNDED NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING REFUNDED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadTermTableAction.

    OPEN INPUT DECISIONS-FILE.
    IF wsDecisionsStatus NOT = "00"
        DISPLAY "No withdrawal decisions on file - " wsDecisionsStatus
        MOVE "WDDECIDE" TO logFileName
        MOVE wsDecisionsStatus TO logFileStatus
        MOVE "OPEN FAILED - RUN SKIPPED" TO logActionTaken
        PERFORM logFileErrorAction
        GOBACK
    END-IF.

    MOVE "O" TO regFunction.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.
    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN EXTEND LETTER-SELECTION-FILE.
    IF wsLetterSelStatus NOT = "00"
        OPEN OUTPUT LETTER-SELECTION-FILE
    END-IF.
    OPEN EXTEND REFUNDED-REGISTRY-FILE.
    IF wsRefundedStatus NOT = "00"
        OPEN OUTPUT REFUNDED-REGISTRY-FILE
    END-IF.
    OPEN OUTPUT REGISTER-FILE.
    PERFORM writeRegisterHeadingAction.

    PERFORM readDecisionAction.
    PERFORM refundOneDecisionAction UNTIL decisionEof.

    PERFORM writeRegisterFooterAction.
    CLOSE REGISTER-FILE.
    CLOSE REFUNDED-REGISTRY-FILE.
    CLOSE LETTER-SELECTION-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    CLOSE DECISIONS-FILE.
    MOVE "C" TO regFunction.
    MOVE wsRefundCount TO regCount.
    CALL "RunRegistry" USING regFunction, regProgram, regOperator,
        regRunId, regCount.

    DISPLAY "=====================".
    DISPLAY " Refund run control totals"
    DISPLAY " Approved withdrawals : " wsApprovalsRead
    DISPLAY " Refunds posted       : " wsRefundCount
    DISPLAY " Nil refunds          : " wsNilCount
    DISPLAY " Already refunded     : " wsSkippedCount
    DISPLAY " Nothing billed       : " wsNothingBilledCount
    DISPLAY " No term to pro-rate  : " wsNoTermCount
    DISPLAY " Refunds total        : " wsRefundTotal
    DISPLAY "=====================".
    IF wsNoTermCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadBilledRegistryAction.
        MOVE 0 TO billedTableCount.
        MOVE "N" TO billedEofSwitch.
        OPEN INPUT BILLED-REGISTRY-FILE.
        IF wsBilledStatus = "00"
            PERFORM readBilledRecordAction
            PERFORM addBilledEntryAction UNTIL billedEof
            CLOSE BILLED-REGISTRY-FILE
        END-IF.

    readBilledRecordAction.
        READ BILLED-REGISTRY-FILE
            AT END
                SET billedEof TO TRUE
        END-READ.

    addBilledEntryAction.
        IF billedTableCount < 2000
            ADD 1 TO billedTableCount
            MOVE BilledStudentId
                TO billedTabStudentId(billedTableCount)
            MOVE BilledCourseCode TO billedTabCourse(billedTableCount)
            MOVE BilledAmount TO billedTabAmount(billedTableCount)
            MOVE BilledTermCode TO billedTabTerm(billedTableCount)
            MOVE BilledAccountId TO billedTabAccount(billedTableCount)
        ELSE
            ADD 1 TO billedDroppedCount
        END-IF.
        PERFORM readBilledRecordAction.

    loadRefundedRegistryAction.
        MOVE 0 TO refundedTableCount.
        MOVE "N" TO refundedEofSwitch.
        OPEN INPUT REFUNDED-REGISTRY-FILE.
        IF wsRefundedStatus = "00"
            PERFORM readRefundedRecordAction
            PERFORM addRefundedEntryAction UNTIL refundedEof
            CLOSE REFUNDED-REGISTRY-FILE
        END-IF.

    readRefundedRecordAction.
        READ REFUNDED-REGISTRY-FILE
            AT END
                SET refundedEof TO TRUE
        END-READ.

    addRefundedEntryAction.
        IF refundedTableCount < 2000
            ADD 1 TO refundedTableCount
            MOVE RefundedStudentId
                TO refundedTabStudentId(refundedTableCount)
            MOVE RefundedCourseCode
                TO refundedTabCourse(refundedTableCount)
            MOVE RefundedDecisionDate
                TO refundedTabDecDate(refundedTableCount)
        ELSE
            ADD 1 TO refundedDroppedCount
        END-IF.
        PERFORM readRefundedRecordAction.

    loadTermTableAction.
        MOVE 0 TO termTableCount.
        MOVE "N" TO termEofSwitch.
        OPEN INPUT TERM-FILE.
        IF wsTermStatus = "00"
            PERFORM readTermRecordAction
            PERFORM addTermEntryAction UNTIL termEof
            CLOSE TERM-FILE
        END-IF.

    readTermRecordAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    addTermEntryAction.
        IF termTableCount < 20
            ADD 1 TO termTableCount
            MOVE TermRecordCode TO termTableCode(termTableCount)
            MOVE TermStartDate TO termTableStart(termTableCount)
            MOVE TermEndDate TO termTableEnd(termTableCount)
        END-IF.
        PERFORM readTermRecordAction.

    readDecisionAction.
        READ DECISIONS-FILE
            AT END
                SET decisionEof TO TRUE
        END-READ.

    refundOneDecisionAction.
*>      Rejections carry no money; every approval is matched to all
*>      of the student's billed charges.
        IF decisionApproved
            ADD 1 TO wsApprovalsRead
            MOVE DecDate TO wsWithdrawDate
            MOVE 0 TO wsBillingsFound
            PERFORM refundOneChargeAction
                VARYING billedTableIndex FROM 1 BY 1
                UNTIL billedTableIndex > billedTableCount
            IF wsBillingsFound = 0
                ADD 1 TO wsNothingBilledCount
                MOVE SPACES TO wsListLine
                STRING "S"              DELIMITED BY SIZE
                       DecStudentId     DELIMITED BY SIZE
                       "  withdrawn "   DELIMITED BY SIZE
                       DecDate          DELIMITED BY SIZE
                       " - no charge on the billed registry"
                                        DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE RegisterLine FROM wsListLine
            END-IF
        END-IF.
        PERFORM readDecisionAction.

    refundOneChargeAction.
        IF billedTabStudentId(billedTableIndex) = DecStudentId
            ADD 1 TO wsBillingsFound
            PERFORM checkAlreadyRefundedAction
            IF alreadyRefunded
                ADD 1 TO wsSkippedCount
            ELSE
                PERFORM findChargeTermAction
                IF termFoundIndex = 0
                    ADD 1 TO wsNoTermCount
                    PERFORM writeNoTermLineAction
                ELSE
                    PERFORM computeRefundAction
                    PERFORM recordRefundAction
                END-IF
            END-IF
        END-IF.

    checkAlreadyRefundedAction.
        MOVE "N" TO alreadyRefundedSwitch.
        PERFORM VARYING refundedTableIndex FROM 1 BY 1
            UNTIL refundedTableIndex > refundedTableCount
                OR alreadyRefunded
            IF refundedTabStudentId(refundedTableIndex) = DecStudentId
                AND refundedTabCourse(refundedTableIndex) =
                    billedTabCourse(billedTableIndex)
                AND refundedTabDecDate(refundedTableIndex) = DecDate
                SET alreadyRefunded TO TRUE
            END-IF
        END-PERFORM.

    findChargeTermAction.
*>      The term the charge was billed under; an entry written before
*>      the registry carried terms falls back to the term covering
*>      the withdrawal date.
        MOVE 0 TO termFoundIndex.
        PERFORM VARYING termTableIndex FROM 1 BY 1
            UNTIL termTableIndex > termTableCount
            IF billedTabTerm(billedTableIndex) NOT = SPACES
                IF termTableCode(termTableIndex) =
                        billedTabTerm(billedTableIndex)
                    MOVE termTableIndex TO termFoundIndex
                END-IF
            ELSE
                IF wsWithdrawDate >= termTableStart(termTableIndex)
                    AND wsWithdrawDate <= termTableEnd(termTableIndex)
                    MOVE termTableIndex TO termFoundIndex
                END-IF
            END-IF
        END-PERFORM.

    computeRefundAction.
*>      Term days count the start day as well as the end day; the
*>      unused days are those after the withdrawal date up to and
*>      including the term end.  Fees are set and billed in whole
*>      pounds, and fee policy is to refund in the same whole pounds,
*>      so the refund rounds to the nearest pound although the ledger
*>      would take pence.
        SET CalCalendarDays TO TRUE.
        MOVE termTableStart(termFoundIndex) TO CalDate.
        MOVE termTableEnd(termFoundIndex) TO CalDate2.
        CALL "CalendarService" USING calendarArea.
        COMPUTE wsTermDays = CalDayCount + 1.
        EVALUATE TRUE
            WHEN wsWithdrawDate < termTableStart(termFoundIndex)
                MOVE wsTermDays TO wsUnusedDays
            WHEN wsWithdrawDate >= termTableEnd(termFoundIndex)
                MOVE 0 TO wsUnusedDays
            WHEN OTHER
                SET CalCalendarDays TO TRUE
                MOVE wsWithdrawDate TO CalDate
                MOVE termTableEnd(termFoundIndex) TO CalDate2
                CALL "CalendarService" USING calendarArea
                MOVE CalDayCount TO wsUnusedDays
        END-EVALUATE.
        COMPUTE wsRefundAmount ROUNDED =
            billedTabAmount(billedTableIndex) * wsUnusedDays
                / wsTermDays.

    recordRefundAction.
*>      A nil refund is still registered so the withdrawal is not
*>      re-examined every night, but nothing is posted or written.
        IF wsRefundAmount = 0
            ADD 1 TO wsNilCount
        ELSE
            ADD 1 TO wsRefundCount
            ADD wsRefundAmount TO wsRefundTotal
            PERFORM postRefundAction
            IF PostAccountId(1:2) NOT = "SP"
                PERFORM writeRefundSelectionAction
            END-IF
        END-IF.
        PERFORM writeRefundedRegistryAction.
        PERFORM writeRegisterDetailAction.

    postRefundAction.
*>      Back to the account the charge went to; a registry entry from
*>      before the account was recorded was always the student's.
        IF billedTabAccount(billedTableIndex) NOT = SPACES
            MOVE billedTabAccount(billedTableIndex) TO PostAccountId
        ELSE
            MOVE SPACES TO PostAccountId
            STRING "S" DELIMITED BY SIZE
                   DecStudentId DELIMITED BY SIZE
                   INTO PostAccountId
            END-STRING
        END-IF.
        MOVE wsRefundAmount TO PostAmount.
        MOVE SPACES TO PostReference.
        STRING "RF" DELIMITED BY SIZE
               billedTabCourse(billedTableIndex) DELIMITED BY SIZE
               INTO PostReference
        END-STRING.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.

    writeRefundSelectionAction.
        MOVE "REFUND" TO SelTemplate.
        MOVE DecStudentId TO SelStudentId.
        MOVE billedTabCourse(billedTableIndex) TO SelCourseCode.
        WRITE SelectionRecord.

    writeRefundedRegistryAction.
        MOVE DecStudentId TO RefundedStudentId.
        MOVE billedTabCourse(billedTableIndex) TO RefundedCourseCode.
        MOVE DecDate TO RefundedDecisionDate.
        MOVE wsRefundAmount TO RefundedAmount.
        MOVE wsRunDate TO RefundedRunDate.
        WRITE RefundedRegistryRecord.

    writeRegisterHeadingAction.
        MOVE "Tuition refund register" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE "=======================" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate    DELIMITED BY SIZE
               "   Run id: " DELIMITED BY SIZE
               regRunId     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        WRITE RegisterLine FROM wsHeadingLine.

    writeRegisterDetailAction.
        MOVE DecStudentId TO wsDetailStudent.
        MOVE billedTabCourse(billedTableIndex) TO wsDetailCourse.
        MOVE termTableCode(termFoundIndex) TO wsDetailTerm.
        MOVE wsWithdrawDate TO wsDetailWithdrawn.
        MOVE billedTabAmount(billedTableIndex) TO wsDetailCharged.
        MOVE wsTermDays TO wsDetailTermDays.
        MOVE wsUnusedDays TO wsDetailUnused.
        MOVE wsRefundAmount TO wsDetailRefund.
        IF wsRefundAmount = 0
            MOVE "NIL" TO wsDetailReference
        ELSE
            MOVE PostReference TO wsDetailReference
        END-IF.
        WRITE RegisterLine FROM wsDetailLine.

    writeNoTermLineAction.
        MOVE SPACES TO wsListLine.
        STRING "S"                               DELIMITED BY SIZE
               DecStudentId                      DELIMITED BY SIZE
               " "                               DELIMITED BY SIZE
               billedTabCourse(billedTableIndex) DELIMITED BY SIZE
               " ** NO TERM ON TERMS FOR THIS CHARGE - NOT REFUNDED"
                                                 DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.

    writeRegisterFooterAction.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Refunds posted " DELIMITED BY SIZE
               wsRefundCount     DELIMITED BY SIZE
               "  total "        DELIMITED BY SIZE
               wsRefundTotal     DELIMITED BY SIZE
               "  nil "          DELIMITED BY SIZE
               wsNilCount        DELIMITED BY SIZE
               "  held (no term) " DELIMITED BY SIZE
               wsNoTermCount     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE "Checked by    : ____________________  Date: __________"
            TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE "Authorised by : ____________________  Date: __________"
            TO wsListLine.
        WRITE RegisterLine FROM wsListLine.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
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
