*> (with before/after images on the STUAUDIT trail), and a line on
*> the TRANSRPT transfer report.  Enrollment and master changes post
*> after-images to the STUJRNL journal through StuJournal.
*>
*> Modification history:
*> - A moved student's fee now follows the move.  Both courses are
*>   priced from FEESCHED as at the original enrollment date (the
*>   same latest-effective rule TuitionBilling uses); where the old
*>   course has been billed, the difference is appended to SIGNPOST
*>   against the account FEEBILLD says was charged - a further charge
*>   (negative) or a credit (positive) with reference TR plus the from
*>   and to courses - and the FEEBILLD entry is re-pointed to the new
*>   course with the adjusted amount, so billing does not charge the
*>   new course again.  An enrollment not yet billed is left for
*>   billing to price; a course missing from the schedule leaves the
*>   fee alone and is flagged for a manual adjustment (RC 4).  The
*>   TRANSRPT line shows the fee effect per student.
*> - SIGNPOST postings now carry pounds and pence (S9(7)V99); fee
*>   adjustments and credits are still whole pounds, as the fee schedule
*>   and billed charges are.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - A student's STUCONC concession is now taken off both the old and
*>   the new course fee, by the CONCCAT terms in force on the pricing
*>   date and the same rules TuitionBilling applies, before the
*>   difference is posted, so a concession billed on the old course is
*>   not charged back.  TRANSRPT shows the concession under the
*>   student's line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAuditStatus.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFeeStatus.

    SELECT BILLED-REGISTRY-FILE ASSIGN TO "FEEBILLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBilledStatus.

    SELECT CATEGORY-FILE ASSIGN TO "CONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCategoryStatus.

    SELECT STUDENT-CONCESSION-FILE ASSIGN TO "STUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsConcessionStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT TRANSFER-REPORT-FILE ASSIGN TO "TRANSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.
    02  AuditImageType  PIC X.
    COPY STUDENT.

FD  FEE-SCHEDULE-FILE.
01  FeeScheduleRecord.
    05  FeeCourseCode       PIC X(4).
    05  FeeAmount           PIC 9(7).
    05  FeeEffectiveDate    PIC 9(8).

FD  BILLED-REGISTRY-FILE.
01  BilledRegistryRecord.
    05  BilledStudentId     PIC 9(7).
    05  BilledCourseCode    PIC X(4).
    05  BilledDate          PIC 9(8).
    05  BilledAmount        PIC 9(7).
    05  BilledTermCode      PIC X(6).
    05  BilledAccountId     PIC X(8).

FD  CATEGORY-FILE.
01  CategoryRecord.
    05  CatCode             PIC X(2).
    05  CatDescription      PIC X(20).
    05  CatType             PIC X.
    05  CatPercent          PIC 9(3)V99.
    05  CatFixedOff         PIC 9(7).
    05  CatEffectiveDate    PIC 9(8).

FD  STUDENT-CONCESSION-FILE.
01  StudentConcessionRecord.
    05  ConcStudentId       PIC 9(7).
    05  ConcCategory        PIC X(2).
    05  ConcExpiryDate      PIC 9(8).

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  TRANSFER-REPORT-FILE.
01  TransferReportLine  PIC X(80).

01 wsCourseStatus PIC XX VALUE "00".
01 wsAuditStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsFeeStatus PIC XX VALUE "00".
01 wsBilledStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsCategoryStatus PIC XX VALUE "00".
01 wsConcessionStatus PIC XX VALUE "00".

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsMovedCount PIC 9(5) VALUE 0.
01 wsNotMovedCount PIC 9(5) VALUE 0.

*> The fee schedule, and the billed registry held whole so it can be
*> rewritten with the re-pointed entries.
01 feeEofSwitch PIC X VALUE "N".
   88 feeEof VALUE "Y".
01 feeTableCount PIC 9(3) VALUE 0.
01 feeTableIndex PIC 9(3) VALUE 0.
01 feeTable.
    05 feeTableEntry OCCURS 200 TIMES.
        10 feeTableCourse PIC X(4).
        10 feeTableAmount PIC 9(7).
        10 feeTableDate   PIC 9(8).
01 wsFeeFound PIC X VALUE "N".
   88 feeFound VALUE "Y".
01 wsBestFeeDate PIC 9(8) VALUE 0.
01 wsBestFeeAmount PIC 9(7) VALUE 0.
01 wsPricingDate PIC 9(8) VALUE 0.
01 wsPriceCourse PIC X(4) VALUE SPACES.

01 billedEofSwitch PIC X VALUE "N".
   88 billedEof VALUE "Y".
01 billedChangedSwitch PIC X VALUE "N".
   88 billedChanged VALUE "Y".
01 billedTableCount PIC 9(4) VALUE 0.
01 billedTableIndex PIC 9(4) VALUE 0.
01 billedFoundIndex PIC 9(4) VALUE 0.
01 billedDroppedCount PIC 9(4) VALUE 0.
01 billedTable.
    05 billedTableEntry OCCURS 2000 TIMES.
        10 billedTabStudentId PIC 9(7).
        10 billedTabCourse    PIC X(4).
        10 billedTabDate      PIC 9(8).
        10 billedTabAmount    PIC 9(7).
        10 billedTabTerm      PIC X(6).
        10 billedTabAccount   PIC X(8).

*> Concession categories (dated like the fee schedule) and the
*> concession each student holds, as TuitionBilling loads them.
01 categoryEofSwitch PIC X VALUE "N".
   88 categoryEof VALUE "Y".
01 concessionEofSwitch PIC X VALUE "N".
   88 concessionEof VALUE "Y".
01 categoryTableCount PIC 9(3) VALUE 0.
01 categoryTableIndex PIC 9(3) VALUE 0.
01 categoryFoundIndex PIC 9(3) VALUE 0.
01 categoryDroppedCount PIC 9(4) VALUE 0.
01 categoryTable.
    05 categoryTableEntry OCCURS 100 TIMES.
        10 catTabCode     PIC X(2).
        10 catTabType     PIC X.
        10 catTabPercent  PIC 9(3)V99.
        10 catTabFixedOff PIC 9(7).
        10 catTabDate     PIC 9(8).
01 wsBestCategoryDate PIC 9(8) VALUE 0.

01 concessionTableCount PIC 9(4) VALUE 0.
01 concessionTableIndex PIC 9(4) VALUE 0.
01 concessionDroppedCount PIC 9(4) VALUE 0.
01 concessionTable.
    05 concessionTableEntry OCCURS 2000 TIMES.
        10 concTabStudentId PIC 9(7).
        10 concTabCategory  PIC X(2).
        10 concTabExpiry    PIC 9(8).
01 wsConcessionCategory PIC X(2) VALUE SPACES.
01 wsConcessionAmount PIC 9(7) VALUE 0.
01 wsOldConcession PIC 9(7) VALUE 0.
01 wsNewConcession PIC 9(7) VALUE 0.

01 newEnrollWrittenSwitch PIC X VALUE "N".
   88 newEnrollWritten VALUE "Y".
01 wsOriginalEnrollDate PIC 9(8) VALUE 0.
01 wsOldFeeAmount PIC 9(7) VALUE 0.
01 wsNewFeeAmount PIC 9(7) VALUE 0.
01 wsFeeDifference PIC S9(8) VALUE 0.
01 wsAdjustedAmount PIC S9(8) VALUE 0.
01 wsFeeNote PIC X(20) VALUE SPACES.
01 wsAdjustedCount PIC 9(5) VALUE 0.
01 wsNotBilledCount PIC 9(5) VALUE 0.
01 wsUnpricedCount PIC 9(5) VALUE 0.
01 wsChargeAdjustTotal PIC 9(9) VALUE 0.
01 wsCreditAdjustTotal PIC 9(9) VALUE 0.

01 wsDetailLine.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 wsDetailId       PIC 9(7).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailForename PIC X(15).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailOutcome  PIC X(16).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailFee      PIC X(12).

01 wsDetailFeeEdit.
    05 FILLER            PIC X(4) VALUE "FEE ".
    05 wsDetailFeeAmount PIC +(7)9.

01 wsListLine PIC X(80) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "CourseTransfer".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Bulk course transfer".
        GOBACK
    END-IF.

    PERFORM loadFeeTableAction.
    PERFORM loadCategoryTableAction.
    PERFORM loadConcessionTableAction.
    IF categoryDroppedCount > 0 OR concessionDroppedCount > 0
*>      A concession left out of the table would price the move on
*>      the full fee and charge the student's concession back.
        DISPLAY "*************************************************"
        DISPLAY "** CONCESSION FILES HOLD MORE THAN THE TABLES - "
            categoryDroppedCount " CATEGORY / "
            concessionDroppedCount " STUDENT NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING MOVED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadBilledRegistryAction.
    IF billedDroppedCount > 0
*>      The registry is rewritten whole after the move; with part of
*>      it left out of the table, entries would be lost.
        DISPLAY "*************************************************"
        DISPLAY "** BILLED REGISTRY HOLDS MORE THAN THE TABLE - "
            billedDroppedCount " NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING MOVED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O STUDENT-MASTER.
    OPEN I-O ENROLLMENT-FILE.
    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN OUTPUT TRANSFER-REPORT-FILE.
    PERFORM writeReportHeaderAction.


    PERFORM writeReportTotalsAction.
    CLOSE TRANSFER-REPORT-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    CLOSE ENROLLMENT-FILE.
    CLOSE STUDENT-MASTER.
    IF billedChanged
        PERFORM saveBilledRegistryAction
    END-IF.
    DISPLAY "Transfer complete - " wsMovedCount " moved, "
        wsNotMovedCount " not moved.".
    DISPLAY "Fees adjusted " wsAdjustedCount ", not yet billed "
        wsNotBilledCount ", no fee on schedule " wsUnpricedCount ".".
    IF wsUnpricedCount > 0
        DISPLAY "** WARNING: " wsUnpricedCount
            " moved student(s) need a manual fee adjustment."
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF wsLeftBehindCount > 0
        DISPLAY "** WARNING: transfer table full - "
            wsLeftBehindCount " students left on " wsFromCourse
        END-IF.

    moveOneEnrollmentAction.
        MOVE 0 TO wsOriginalEnrollDate.
        MOVE "N" TO newEnrollWrittenSwitch.
        READ ENROLLMENT-FILE
            KEY IS EnrollKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EnrollDate TO wsOriginalEnrollDate
                MOVE "ENROLL" TO jrnFileName
                MOVE "D" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET newEnrollWritten TO TRUE
                MOVE "ENROLL" TO jrnFileName
                MOVE "A" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
        END-WRITE.
        ADD 1 TO wsTargetSeatCount.
        ADD 1 TO wsMovedCount.
        MOVE SPACES TO wsFeeNote.
        MOVE SPACES TO wsConcessionCategory.
        MOVE 0 TO wsOldConcession.
        MOVE 0 TO wsNewConcession.
        IF newEnrollWritten
            PERFORM adjustTransferFeeAction
        END-IF.
        PERFORM updateMasterCourseAction.

    updateMasterCourseAction.
                END-IF
        END-READ.
        MOVE "MOVED" TO wsDetailOutcome.
        MOVE wsFeeNote TO wsDetailFee.
        PERFORM writeReportDetailAction.
        IF wsOldConcession > 0 OR wsNewConcession > 0
            PERFORM writeConcessionLineAction
        END-IF.

    reportNotMovedAction.
        ADD 1 TO wsNotMovedCount.
                CONTINUE
        END-READ.
        MOVE "NOT MOVED - FULL" TO wsDetailOutcome.
        MOVE SPACES TO wsDetailFee.
        PERFORM writeReportDetailAction.

    loadFeeTableAction.
        MOVE 0 TO feeTableCount.
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

    loadBilledRegistryAction.
        MOVE 0 TO billedTableCount.
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
            MOVE BilledStudentId TO billedTabStudentId(billedTableCount)
            MOVE BilledCourseCode TO billedTabCourse(billedTableCount)
            MOVE BilledDate TO billedTabDate(billedTableCount)
            MOVE BilledAmount TO billedTabAmount(billedTableCount)
            MOVE BilledTermCode TO billedTabTerm(billedTableCount)
            MOVE BilledAccountId TO billedTabAccount(billedTableCount)
        ELSE
            ADD 1 TO billedDroppedCount
        END-IF.
        PERFORM readBilledRecordAction.

    adjustTransferFeeAction.
*>      Only a charge already on the registry needs adjusting; an
*>      unbilled enrollment is priced by the next billing run under
*>      its new course.
        MOVE 0 TO billedFoundIndex.
        PERFORM VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount
            IF billedTabStudentId(billedTableIndex)
                    = moveTableEntry(moveTableIndex)
                AND billedTabCourse(billedTableIndex) = wsFromCourse
                MOVE billedTableIndex TO billedFoundIndex
            END-IF
        END-PERFORM.
        IF billedFoundIndex = 0
            ADD 1 TO wsNotBilledCount
            MOVE "NOT YET BILLED" TO wsFeeNote
        ELSE
            IF wsOriginalEnrollDate = 0
                MOVE wsRunDate TO wsPricingDate
            ELSE
                MOVE wsOriginalEnrollDate TO wsPricingDate
            END-IF
            MOVE wsFromCourse TO wsPriceCourse
            PERFORM priceCourseAction
            MOVE wsBestFeeAmount TO wsOldFeeAmount
            IF feeFound
                PERFORM findConcessionAction
                MOVE wsConcessionAmount TO wsOldConcession
                MOVE wsToCourse TO wsPriceCourse
                PERFORM priceCourseAction
                MOVE wsBestFeeAmount TO wsNewFeeAmount
            END-IF
            IF feeFound
                PERFORM findConcessionAction
                MOVE wsConcessionAmount TO wsNewConcession
            END-IF
            IF feeFound
                PERFORM postFeeAdjustmentAction
            ELSE
                ADD 1 TO wsUnpricedCount
                MOVE "NO FEE - MANUAL" TO wsFeeNote
                MOVE 0 TO wsOldConcession
            END-IF
        END-IF.

    priceCourseAction.
*>      The schedule record for the course with the latest effective
*>      date on or before the pricing date, as TuitionBilling prices.
        MOVE "N" TO wsFeeFound.
        MOVE 0 TO wsBestFeeDate.
        MOVE 0 TO wsBestFeeAmount.
        PERFORM VARYING feeTableIndex FROM 1 BY 1
            UNTIL feeTableIndex > feeTableCount
            IF feeTableCourse(feeTableIndex) = wsPriceCourse
                AND feeTableDate(feeTableIndex) <= wsPricingDate
                AND (NOT feeFound
                    OR feeTableDate(feeTableIndex) >= wsBestFeeDate)
                SET feeFound TO TRUE
                MOVE feeTableDate(feeTableIndex) TO wsBestFeeDate
                MOVE feeTableAmount(feeTableIndex) TO wsBestFeeAmount
            END-IF
        END-PERFORM.

    postFeeAdjustmentAction.
*>      A dearer course is a further charge (posted negative), a
*>      cheaper one a credit (posted positive); either way the
*>      registry entry moves to the new course carrying the adjusted
*>      amount.  Both fees are taken net of the student's concession,
*>      as billing charged the old one.
        ADD 1 TO wsAdjustedCount.
        COMPUTE wsFeeDifference =
            (wsNewFeeAmount - wsNewConcession)
                - (wsOldFeeAmount - wsOldConcession).
        IF wsFeeDifference NOT = 0
            MOVE billedTabAccount(billedFoundIndex) TO PostAccountId
            COMPUTE PostAmount = 0 - wsFeeDifference
            MOVE SPACES TO PostReference
            STRING "TR"         DELIMITED BY SIZE
                   wsFromCourse DELIMITED BY SIZE
                   wsToCourse   DELIMITED BY SIZE
                   INTO PostReference
            END-STRING
            MOVE wsRunDate TO PostDate
            PERFORM writeSourcePostingAction
        END-IF.
        EVALUATE TRUE
            WHEN wsFeeDifference > 0
                ADD wsFeeDifference TO wsChargeAdjustTotal
            WHEN wsFeeDifference < 0
                SUBTRACT wsFeeDifference FROM wsCreditAdjustTotal
        END-EVALUATE.
        MOVE wsFeeDifference TO wsDetailFeeAmount.
        MOVE wsDetailFeeEdit TO wsFeeNote.
        COMPUTE wsAdjustedAmount =
            billedTabAmount(billedFoundIndex) + wsFeeDifference.
        IF wsAdjustedAmount < 0
            MOVE 0 TO wsAdjustedAmount
        END-IF.
        MOVE wsAdjustedAmount TO billedTabAmount(billedFoundIndex).
        MOVE wsToCourse TO billedTabCourse(billedFoundIndex).
        SET billedChanged TO TRUE.

    findConcessionAction.
*>      The student's concession counts if it has not expired by the
*>      pricing date; the category terms are the latest record
*>      effective on that date.  No terms in force means no reduction.
        MOVE 0 TO wsConcessionAmount.
        MOVE SPACES TO wsConcessionCategory.
        PERFORM VARYING concessionTableIndex FROM 1 BY 1
            UNTIL concessionTableIndex > concessionTableCount
            IF concTabStudentId(concessionTableIndex)
                    = moveTableEntry(moveTableIndex)
                AND concTabExpiry(concessionTableIndex)
                    >= wsPricingDate
                MOVE concTabCategory(concessionTableIndex)
                    TO wsConcessionCategory
            END-IF
        END-PERFORM.
        IF wsConcessionCategory NOT = SPACES
            MOVE 0 TO categoryFoundIndex
            MOVE 0 TO wsBestCategoryDate
            PERFORM VARYING categoryTableIndex FROM 1 BY 1
                UNTIL categoryTableIndex > categoryTableCount
                IF catTabCode(categoryTableIndex) = wsConcessionCategory
                    AND catTabDate(categoryTableIndex) <= wsPricingDate
                    AND catTabDate(categoryTableIndex)
                        >= wsBestCategoryDate
                    MOVE categoryTableIndex TO categoryFoundIndex
                    MOVE catTabDate(categoryTableIndex)
                        TO wsBestCategoryDate
                END-IF
            END-PERFORM
            IF categoryFoundIndex > 0
                IF catTabType(categoryFoundIndex) = "P"
                    COMPUTE wsConcessionAmount ROUNDED =
                        wsBestFeeAmount
                            * catTabPercent(categoryFoundIndex) / 100
                ELSE
                    MOVE catTabFixedOff(categoryFoundIndex)
                        TO wsConcessionAmount
                END-IF
                IF wsConcessionAmount > wsBestFeeAmount
                    MOVE wsBestFeeAmount TO wsConcessionAmount
                END-IF
            END-IF
        END-IF.

    loadCategoryTableAction.
        MOVE 0 TO categoryTableCount.
        MOVE 0 TO categoryDroppedCount.
        MOVE "N" TO categoryEofSwitch.
        OPEN INPUT CATEGORY-FILE.
        IF wsCategoryStatus = "00"
            PERFORM readCategoryRecordAction
            PERFORM addCategoryEntryAction UNTIL categoryEof
            CLOSE CATEGORY-FILE
        END-IF.

    readCategoryRecordAction.
        READ CATEGORY-FILE
            AT END
                SET categoryEof TO TRUE
        END-READ.

    addCategoryEntryAction.
        IF categoryTableCount < 100
            ADD 1 TO categoryTableCount
            MOVE CatCode TO catTabCode(categoryTableCount)
            MOVE CatType TO catTabType(categoryTableCount)
            MOVE CatPercent TO catTabPercent(categoryTableCount)
            MOVE CatFixedOff TO catTabFixedOff(categoryTableCount)
            MOVE CatEffectiveDate TO catTabDate(categoryTableCount)
        ELSE
            ADD 1 TO categoryDroppedCount
        END-IF.
        PERFORM readCategoryRecordAction.

    loadConcessionTableAction.
        MOVE 0 TO concessionTableCount.
        MOVE 0 TO concessionDroppedCount.
        MOVE "N" TO concessionEofSwitch.
        OPEN INPUT STUDENT-CONCESSION-FILE.
        IF wsConcessionStatus = "00"
            PERFORM readConcessionRecordAction
            PERFORM addConcessionEntryAction UNTIL concessionEof
            CLOSE STUDENT-CONCESSION-FILE
        END-IF.

    readConcessionRecordAction.
        READ STUDENT-CONCESSION-FILE
            AT END
                SET concessionEof TO TRUE
        END-READ.

    addConcessionEntryAction.
        IF concessionTableCount < 2000
            ADD 1 TO concessionTableCount
            MOVE ConcStudentId
                TO concTabStudentId(concessionTableCount)
            MOVE ConcCategory TO concTabCategory(concessionTableCount)
            MOVE ConcExpiryDate TO concTabExpiry(concessionTableCount)
        ELSE
            ADD 1 TO concessionDroppedCount
        END-IF.
        PERFORM readConcessionRecordAction.

    saveBilledRegistryAction.
        OPEN OUTPUT BILLED-REGISTRY-FILE.
        PERFORM writeOneBilledAction
            VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount.
        CLOSE BILLED-REGISTRY-FILE.

    writeOneBilledAction.
        MOVE billedTabStudentId(billedTableIndex) TO BilledStudentId.
        MOVE billedTabCourse(billedTableIndex) TO BilledCourseCode.
        MOVE billedTabDate(billedTableIndex) TO BilledDate.
        MOVE billedTabAmount(billedTableIndex) TO BilledAmount.
        MOVE billedTabTerm(billedTableIndex) TO BilledTermCode.
        MOVE billedTabAccount(billedTableIndex) TO BilledAccountId.
        WRITE BilledRegistryRecord.

    writeJournalAction.
        CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
            jrnFileName, jrnAction, jrnImage.
        MOVE Forename OF StudentMasterRecord TO wsDetailForename.
        WRITE TransferReportLine FROM wsDetailLine.

    writeConcessionLineAction.
        MOVE SPACES TO wsListLine.
        STRING "    concession "     DELIMITED BY SIZE
               wsConcessionCategory  DELIMITED BY SIZE
               ": "                  DELIMITED BY SIZE
               wsFromCourse          DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               wsOldFeeAmount        DELIMITED BY SIZE
               " less "              DELIMITED BY SIZE
               wsOldConcession       DELIMITED BY SIZE
               ", "                  DELIMITED BY SIZE
               wsToCourse            DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               wsNewFeeAmount        DELIMITED BY SIZE
               " less "              DELIMITED BY SIZE
               wsNewConcession       DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE TransferReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE TransferReportLine FROM wsListLine.
            INTO wsListLine
        END-STRING.
        WRITE TransferReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "Fees adjusted: "    DELIMITED BY SIZE
            wsAdjustedCount      DELIMITED BY SIZE
            "  Extra charged: "  DELIMITED BY SIZE
            wsChargeAdjustTotal  DELIMITED BY SIZE
            "  Credited: "       DELIMITED BY SIZE
            wsCreditAdjustTotal  DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE TransferReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "Not yet billed: "   DELIMITED BY SIZE
            wsNotBilledCount     DELIMITED BY SIZE
            "  No fee on schedule (adjust by hand): "
                                 DELIMITED BY SIZE
            wsUnpricedCount      DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE TransferReportLine FROM wsListLine.
        IF wsLeftBehindCount > 0
            MOVE SPACES TO wsListLine
            STRING
            END-STRING
            WRITE TransferReportLine FROM wsListLine
        END-IF.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE wsOperatorId TO regOperator.
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
