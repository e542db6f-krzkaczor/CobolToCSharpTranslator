IDENTIFICATION DIVISION.
PROGRAM-ID.  CourseCancel.

*> Course cancellation run, for when a course is pulled - the tutor
*> leaves or too few students sign up.  The CANCPRM control record
*> names the course, an optional alternative course and the date the
*> cancellation takes effect.  Every student enrolled on the course:
*>
*>   - is transferred to the alternative while it has seats (it must
*>     be an active catalog course; CourseMaxSeats of zero is
*>     uncapped), keeping the original enrollment's term.  The fee
*>     follows the move exactly as in CourseTransfer: both courses
*>     priced from FEESCHED as at the original enrollment date, the
*>     difference posted to SIGNPOST (reference TR plus both course
*>     codes) and the FEEBILLD entry re-pointed.  A master course code
*>     that named the cancelled course is moved too, with B/A images
*>     on STUAUDIT.  A CANCXFER letter is queued on LTRSELCT naming
*>     the new course;
*>   - otherwise has the enrollment removed, the FEEBILLD charge for
*>     the course credited back in full to the account it was charged
*>     to (reference CX plus the course code) and the registry entry
*>     set to nil so neither billing nor a later refund touches it
*>     again, and a CANCWD letter queued naming the cancelled course.
*>     A student already on the alternative is handled this way.
*>
*> The course's WAITLIST entries are cleared (copied through the
*> CANCWORK work file), and the course is retired on COURSES.  The
*> CANCRPT reconciliation report lists every student and waitlist
*> entry with what happened to it, the fee effect and the letter
*> queued, and proves the enrollments at the start equal those moved
*> plus those removed.  Enrollment and master changes post to the
*> STUJRNL journal through StuJournal.  If the transfer table fills,
*> the course is not retired and the run ends with RETURN-CODE 4 to
*> be run again for the students left.
*>
*> Modification history:
*> - SIGNPOST postings now carry pounds and pence (S9(7)V99); fee
*>   adjustments and credits are still whole pounds, as the fee schedule
*>   and billed charges are.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "CANCPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsControlStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT AUDIT-FILE ASSIGN TO "STUAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAuditStatus.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsFeeStatus.

    SELECT BILLED-REGISTRY-FILE ASSIGN TO "FEEBILLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBilledStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsWaitlistStatus.

    SELECT WORK-FILE ASSIGN TO "CANCWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsWorkStatus.

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

    SELECT CANCEL-REPORT-FILE ASSIGN TO "CANCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  ControlRecord.
    05  CancCourseCode      PIC X(4).
    05  CancAlternative     PIC X(4).
    05  CancEffectiveDate   PIC X(8).

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  AUDIT-FILE.
01  StudentAuditRecord.
    02  AuditOperatorId PIC X(8).
    02  AuditDate       PIC 9(8).
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

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  WAITLIST-FILE.
01  WaitlistRecord.
    02  WaitStudentId   PIC 9(7).
    02  WaitSurname     PIC X(20).
    02  WaitForename    PIC X(15).
    02  WaitCourseCode  PIC X(4).
    02  WaitGender      PIC X.

FD  WORK-FILE.
01  WorkRecord          PIC X(47).

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).

FD  CANCEL-REPORT-FILE.
01  CancelReportLine    PIC X(80).

WORKING-STORAGE SECTION.
01 wsControlStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsAuditStatus PIC XX VALUE "00".
01 wsFeeStatus PIC XX VALUE "00".
01 wsBilledStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsWaitlistStatus PIC XX VALUE "00".
01 wsWorkStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "CourseCancel".
   05 jrnOperatorId PIC X(8)  VALUE SPACES.
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 wsAuditOperator PIC X(8) VALUE "CANCRUN".
01 wsCancelCourse PIC X(4) VALUE SPACES.
01 wsAltCourse PIC X(4) VALUE SPACES.
01 wsEffectiveDate PIC 9(8) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsControlRefusal PIC X(50) VALUE SPACES.

01 controlFoundSwitch PIC X VALUE "N".
   88 controlFound VALUE "Y".
01 alternativeSwitch PIC X VALUE "N".
   88 alternativeGiven VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 waitlistEofSwitch PIC X VALUE "N".
   88 waitlistEof VALUE "Y".
01 workEofSwitch PIC X VALUE "N".
   88 workEof VALUE "Y".
01 newEnrollWrittenSwitch PIC X VALUE "N".
   88 newEnrollWritten VALUE "Y".
01 alreadyOnAltSwitch PIC X VALUE "N".
   88 alreadyOnAlt VALUE "Y".

*> The catalog, held whole so the cancelled course can be retired.
01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 wsCourseNotLoaded PIC 9(3) VALUE 0.
01 cancelCourseIndex PIC 9(3) VALUE 0.
01 altCourseIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode     PIC X(4).
        10 courseTableTitle    PIC X(20).
        10 courseTableMaxSeats PIC 9(3).
        10 courseTableStatus   PIC X.
        10 courseTableMinAge   PIC 9(2).
        10 courseTableMinEnrol PIC 9(3).
        10 courseTableDecision PIC 9(8).
        10 courseTableCredits  PIC 9(3).
01 wsAltSeatCount PIC 9(5) VALUE 0.

*> The fee schedule, and the billed registry held whole so it can be
*> rewritten with the re-pointed and credited entries.
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

*> The enrollments on the cancelled course, collected before any
*> are changed so the file is not rewritten under its own sweep.
01 moveTableCount PIC 9(3) VALUE 0.
01 moveTableIndex PIC 9(3) VALUE 0.
01 moveTable.
    05 moveTableEntry OCCURS 500 TIMES.
        10 moveTabStudentId PIC 9(7).
        10 moveTabDate      PIC 9(8).
        10 moveTabTerm      PIC X(6).
01 wsLeftBehindCount PIC 9(5) VALUE 0.

01 beforeStudentDetails.
    COPY STUDENT.

01 wsOldFeeAmount PIC 9(7) VALUE 0.
01 wsNewFeeAmount PIC 9(7) VALUE 0.
01 wsFeeDifference PIC S9(8) VALUE 0.
01 wsAdjustedAmount PIC S9(8) VALUE 0.
01 wsFeeNote PIC X(12) VALUE SPACES.

01 wsStartCount PIC 9(5) VALUE 0.
01 wsTransferredCount PIC 9(5) VALUE 0.
01 wsRemovedCount PIC 9(5) VALUE 0.
01 wsAlreadyOnAltCount PIC 9(5) VALUE 0.
01 wsCreditedCount PIC 9(5) VALUE 0.
01 wsCreditTotal PIC 9(9) VALUE 0.
01 wsAdjustedCount PIC 9(5) VALUE 0.
01 wsChargeAdjustTotal PIC 9(9) VALUE 0.
01 wsCreditAdjustTotal PIC 9(9) VALUE 0.
01 wsUnpricedCount PIC 9(5) VALUE 0.
01 wsLetterCount PIC 9(5) VALUE 0.
01 wsWaitClearedCount PIC 9(5) VALUE 0.
01 wsWaitKeptCount PIC 9(5) VALUE 0.
01 wsReconciledCount PIC 9(5) VALUE 0.

01 wsDetailLine.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 wsDetailId       PIC 9(7).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailName     PIC X(24).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailOutcome  PIC X(16).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailFee      PIC X(12).
    05 FILLER           PIC X VALUE SPACE.
    05 wsDetailLetter   PIC X(8).

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
   05 regProgram  PIC X(16) VALUE "CourseCancel".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadControlAction.
    PERFORM loadCatalogAction.
    PERFORM validateControlAction.
    IF wsControlRefusal NOT = SPACES
        DISPLAY "*************************************************"
        DISPLAY "** " wsControlRefusal
        DISPLAY "** RUN REFUSED - NOTHING CANCELLED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadFeeTableAction.
    PERFORM loadBilledRegistryAction.
    IF billedDroppedCount > 0
*>      The registry is rewritten whole; with part of it left out of
*>      the table, entries would be lost.
        DISPLAY "*************************************************"
        DISPLAY "** BILLED REGISTRY HOLDS MORE THAN THE TABLE - "
            billedDroppedCount " NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING CANCELLED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN I-O STUDENT-MASTER.
    OPEN I-O ENROLLMENT-FILE.
    IF wsEnrollStatus NOT = "00"
        DISPLAY "No enrollment file on record - " wsEnrollStatus
        CLOSE STUDENT-MASTER
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN EXTEND LETTER-SELECTION-FILE.
    IF wsLetterSelStatus NOT = "00"
        OPEN OUTPUT LETTER-SELECTION-FILE
    END-IF.
    OPEN OUTPUT CANCEL-REPORT-FILE.
    PERFORM writeReportHeaderAction.

    IF alternativeGiven
        PERFORM countAltSeatsAction
    END-IF.
    PERFORM collectEnrollmentsAction.
    MOVE moveTableCount TO wsStartCount.
    PERFORM cancelOneEnrollmentAction
        VARYING moveTableIndex FROM 1 BY 1
        UNTIL moveTableIndex > moveTableCount.

    PERFORM clearWaitlistAction.
    IF wsLeftBehindCount = 0
        MOVE "R" TO courseTableStatus(cancelCourseIndex)
        PERFORM saveCatalogAction
    END-IF.
    PERFORM writeReportTotalsAction.

    CLOSE CANCEL-REPORT-FILE.
    CLOSE LETTER-SELECTION-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    CLOSE ENROLLMENT-FILE.
    CLOSE STUDENT-MASTER.
    IF billedChanged
        PERFORM saveBilledRegistryAction
    END-IF.

    DISPLAY "=====================".
    DISPLAY " Course cancellation totals - " wsCancelCourse
    DISPLAY " Enrollments found : " wsStartCount
    DISPLAY " Transferred       : " wsTransferredCount
    DISPLAY " Removed           : " wsRemovedCount
    DISPLAY " Charges credited  : " wsCreditedCount
    DISPLAY " Credit total      : " wsCreditTotal
    DISPLAY " Fee adjustments   : " wsAdjustedCount
    DISPLAY " No fee on schedule: " wsUnpricedCount
    DISPLAY " Letters queued    : " wsLetterCount
    DISPLAY " Waitlist cleared  : " wsWaitClearedCount
    DISPLAY "=====================".
    IF wsLeftBehindCount > 0
        DISPLAY "** WARNING: transfer table full - "
            wsLeftBehindCount " enrollment(s) left on "
            wsCancelCourse " - course NOT retired, rerun the job."
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF wsUnpricedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadControlAction.
        OPEN INPUT CONTROL-FILE.
        IF wsControlStatus = "00"
            READ CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET controlFound TO TRUE
                    MOVE CancCourseCode TO wsCancelCourse
                    MOVE CancAlternative TO wsAltCourse
                    IF CancEffectiveDate IS NUMERIC
                        MOVE CancEffectiveDate TO wsEffectiveDate
                    END-IF
            END-READ
            CLOSE CONTROL-FILE
        END-IF.
        IF wsAltCourse NOT = SPACES
            SET alternativeGiven TO TRUE
        END-IF.

    loadCatalogAction.
        MOVE 0 TO courseTableCount.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseRecordAction
            PERFORM addCatalogEntryAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseRecordAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    addCatalogEntryAction.
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
            MOVE CourseMaxSeats
                TO courseTableMaxSeats(courseTableCount)
            IF CourseStatus = SPACE
                MOVE "A" TO courseTableStatus(courseTableCount)
            ELSE
                MOVE CourseStatus TO courseTableStatus(courseTableCount)
            END-IF
            MOVE CourseMinimumAge TO courseTableMinAge(courseTableCount)
            PERFORM loadViabilityFieldsAction
        ELSE
            ADD 1 TO wsCourseNotLoaded
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

    validateControlAction.
*>      Every check is made before anything is touched.  A course
*>      already retired may be run again to finish off a cancellation
*>      that ran out of table.
        MOVE 0 TO cancelCourseIndex.
        MOVE 0 TO altCourseIndex.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = wsCancelCourse
                MOVE courseTableIndex TO cancelCourseIndex
            END-IF
            IF courseTableCode(courseTableIndex) = wsAltCourse
                MOVE courseTableIndex TO altCourseIndex
            END-IF
        END-PERFORM.
        EVALUATE TRUE
            WHEN NOT controlFound
                MOVE "NO CANCELLATION CONTROL RECORD ON CANCPRM."
                    TO wsControlRefusal
            WHEN wsEffectiveDate = 0
                MOVE "NO VALID EFFECTIVE DATE ON CANCPRM."
                    TO wsControlRefusal
            WHEN wsCourseNotLoaded > 0
                MOVE "CATALOG HOLDS MORE COURSES THAN THE TABLE."
                    TO wsControlRefusal
            WHEN cancelCourseIndex = 0
                MOVE "COURSE TO CANCEL IS NOT ON THE CATALOG."
                    TO wsControlRefusal
            WHEN alternativeGiven AND wsAltCourse = wsCancelCourse
                MOVE "ALTERNATIVE IS THE COURSE BEING CANCELLED."
                    TO wsControlRefusal
            WHEN alternativeGiven AND altCourseIndex = 0
                MOVE "ALTERNATIVE COURSE IS NOT ON THE CATALOG."
                    TO wsControlRefusal
            WHEN alternativeGiven
                AND courseTableStatus(altCourseIndex) = "R"
                MOVE "ALTERNATIVE COURSE IS RETIRED."
                    TO wsControlRefusal
        END-EVALUATE.

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

    readNextEnrollmentAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET enrollEof TO TRUE
        END-READ.

    countAltSeatsAction.
*>      The alternative's live seat count comes from the enrollment
*>      file, the same basis registration uses.
        MOVE 0 TO wsAltSeatCount.
        MOVE "N" TO enrollEofSwitch.
        PERFORM readNextEnrollmentAction.
        PERFORM countOneAltSeatAction UNTIL enrollEof.

    countOneAltSeatAction.
        IF EnrollCourseCode = wsAltCourse
            ADD 1 TO wsAltSeatCount
        END-IF.
        PERFORM readNextEnrollmentAction.

    collectEnrollmentsAction.
        MOVE 0 TO moveTableCount.
        MOVE "N" TO enrollEofSwitch.
        MOVE LOW-VALUES TO EnrollKey.
        START ENROLLMENT-FILE
            KEY IS GREATER THAN OR EQUAL TO EnrollKey
            INVALID KEY
                SET enrollEof TO TRUE
        END-START.
        IF NOT enrollEof
            PERFORM readNextEnrollmentAction
        END-IF.
        PERFORM collectOneEnrollmentAction UNTIL enrollEof.

    collectOneEnrollmentAction.
        IF EnrollCourseCode = wsCancelCourse
            IF moveTableCount < 500
                ADD 1 TO moveTableCount
                MOVE EnrollStudentId
                    TO moveTabStudentId(moveTableCount)
                MOVE EnrollDate TO moveTabDate(moveTableCount)
                MOVE EnrollTermCode TO moveTabTerm(moveTableCount)
            ELSE
                ADD 1 TO wsLeftBehindCount
            END-IF
        END-IF.
        PERFORM readNextEnrollmentAction.

    cancelOneEnrollmentAction.
        MOVE SPACES TO wsFeeNote.
        MOVE SPACES TO wsDetailLetter.
        PERFORM removeCancelledEnrollmentAction.
        MOVE "N" TO newEnrollWrittenSwitch.
        MOVE "N" TO alreadyOnAltSwitch.
        IF alternativeGiven
            AND (courseTableMaxSeats(altCourseIndex) = 0
                OR wsAltSeatCount < courseTableMaxSeats(altCourseIndex))
            PERFORM writeAltEnrollmentAction
        END-IF.
        PERFORM findBilledEntryAction.
        IF newEnrollWritten
            ADD 1 TO wsTransferredCount
            ADD 1 TO wsAltSeatCount
            MOVE "TRANSFERRED" TO wsDetailOutcome
            IF billedFoundIndex = 0
                MOVE "NOT BILLED" TO wsFeeNote
            ELSE
                PERFORM adjustTransferFeeAction
            END-IF
            PERFORM updateMasterCourseAction
            MOVE "CANCXFER" TO SelTemplate
            MOVE wsAltCourse TO SelCourseCode
        ELSE
            ADD 1 TO wsRemovedCount
            MOVE "REMOVED" TO wsDetailOutcome
            IF alreadyOnAlt
                ADD 1 TO wsAlreadyOnAltCount
                MOVE "REMOVED - ON ALT" TO wsDetailOutcome
            END-IF
            IF billedFoundIndex = 0
                MOVE "NOT BILLED" TO wsFeeNote
            ELSE
                PERFORM creditChargeAction
            END-IF
            PERFORM readMasterForReportAction
            MOVE "CANCWD" TO SelTemplate
            MOVE wsCancelCourse TO SelCourseCode
        END-IF.
        MOVE moveTabStudentId(moveTableIndex) TO SelStudentId.
        WRITE SelectionRecord.
        ADD 1 TO wsLetterCount.
        MOVE SelTemplate TO wsDetailLetter.
        PERFORM writeReportDetailAction.

    removeCancelledEnrollmentAction.
        MOVE moveTabStudentId(moveTableIndex) TO EnrollStudentId.
        MOVE wsCancelCourse TO EnrollCourseCode.
        READ ENROLLMENT-FILE
            KEY IS EnrollKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "ENROLL" TO jrnFileName
                MOVE "D" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
                PERFORM writeJournalAction
                DELETE ENROLLMENT-FILE RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
        END-READ.

    writeAltEnrollmentAction.
*>      The new enrollment keeps the original term, and is dated from
*>      the day the cancellation takes effect.
        MOVE moveTabStudentId(moveTableIndex) TO EnrollStudentId.
        MOVE wsAltCourse TO EnrollCourseCode.
        MOVE wsEffectiveDate TO EnrollDate.
        MOVE moveTabTerm(moveTableIndex) TO EnrollTermCode.
        WRITE EnrollmentRecord
            INVALID KEY
                SET alreadyOnAlt TO TRUE
            NOT INVALID KEY
                SET newEnrollWritten TO TRUE
                MOVE "ENROLL" TO jrnFileName
                MOVE "A" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
                PERFORM writeJournalAction
        END-WRITE.

    findBilledEntryAction.
        MOVE 0 TO billedFoundIndex.
        PERFORM VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount
            IF billedTabStudentId(billedTableIndex)
                    = moveTabStudentId(moveTableIndex)
                AND billedTabCourse(billedTableIndex) = wsCancelCourse
                MOVE billedTableIndex TO billedFoundIndex
            END-IF
        END-PERFORM.

    adjustTransferFeeAction.
*>      As CourseTransfer: both courses priced as at the original
*>      enrollment date, the difference posted and the registry entry
*>      moved to the new course.
        IF moveTabDate(moveTableIndex) = 0
            MOVE wsRunDate TO wsPricingDate
        ELSE
            MOVE moveTabDate(moveTableIndex) TO wsPricingDate
        END-IF.
        MOVE wsCancelCourse TO wsPriceCourse.
        PERFORM priceCourseAction.
        MOVE wsBestFeeAmount TO wsOldFeeAmount.
        IF feeFound
            MOVE wsAltCourse TO wsPriceCourse
            PERFORM priceCourseAction
            MOVE wsBestFeeAmount TO wsNewFeeAmount
        END-IF.
        IF feeFound
            PERFORM postFeeAdjustmentAction
        ELSE
            ADD 1 TO wsUnpricedCount
            MOVE "NO FEE-MANUAL" TO wsFeeNote
        END-IF.

    priceCourseAction.
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
        ADD 1 TO wsAdjustedCount.
        COMPUTE wsFeeDifference = wsNewFeeAmount - wsOldFeeAmount.
        IF wsFeeDifference NOT = 0
            MOVE billedTabAccount(billedFoundIndex) TO PostAccountId
            COMPUTE PostAmount = 0 - wsFeeDifference
            MOVE SPACES TO PostReference
            STRING "TR"           DELIMITED BY SIZE
                   wsCancelCourse DELIMITED BY SIZE
                   wsAltCourse    DELIMITED BY SIZE
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
        MOVE wsAltCourse TO billedTabCourse(billedFoundIndex).
        SET billedChanged TO TRUE.

    creditChargeAction.
*>      The whole charge goes back, as a credit (posted positive) to
*>      the account that was charged; the registry entry stays with
*>      a nil amount so the enrollment is never billed or refunded
*>      again.
        IF billedTabAmount(billedFoundIndex) > 0
            ADD 1 TO wsCreditedCount
            ADD billedTabAmount(billedFoundIndex) TO wsCreditTotal
            MOVE billedTabAccount(billedFoundIndex) TO PostAccountId
            MOVE billedTabAmount(billedFoundIndex) TO PostAmount
            MOVE SPACES TO PostReference
            STRING "CX"           DELIMITED BY SIZE
                   wsCancelCourse DELIMITED BY SIZE
                   INTO PostReference
            END-STRING
            MOVE wsRunDate TO PostDate
            PERFORM writeSourcePostingAction
            COMPUTE wsFeeDifference =
                0 - billedTabAmount(billedFoundIndex)
            MOVE wsFeeDifference TO wsDetailFeeAmount
            MOVE wsDetailFeeEdit TO wsFeeNote
            MOVE 0 TO billedTabAmount(billedFoundIndex)
            SET billedChanged TO TRUE
        ELSE
            MOVE "NIL CHARGE" TO wsFeeNote
        END-IF.

    updateMasterCourseAction.
        MOVE moveTabStudentId(moveTableIndex)
            TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                MOVE SPACES TO Surname OF StudentMasterRecord
                MOVE SPACES TO Forename OF StudentMasterRecord
            NOT INVALID KEY
                IF CourseCode OF StudentMasterRecord = wsCancelCourse
                    MOVE CORRESPONDING StudentMasterRecord
                        TO beforeStudentDetails
                    MOVE wsAltCourse
                        TO CourseCode OF StudentMasterRecord
                    REWRITE StudentMasterRecord
                        INVALID KEY
                            DISPLAY "Master update failed for "
                                StudentId OF StudentMasterRecord
                                ", status " wsMasterStatus
                        NOT INVALID KEY
                            PERFORM writeCancelAuditAction
                            MOVE "STUMAST" TO jrnFileName
                            MOVE "C" TO jrnAction
                            MOVE StudentMasterRecord TO jrnImage
                            PERFORM writeJournalAction
                    END-REWRITE
                END-IF
        END-READ.

    readMasterForReportAction.
        MOVE moveTabStudentId(moveTableIndex)
            TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                MOVE SPACES TO Surname OF StudentMasterRecord
                MOVE SPACES TO Forename OF StudentMasterRecord
        END-READ.

    writeCancelAuditAction.
        OPEN EXTEND AUDIT-FILE.
        IF wsAuditStatus NOT = "00"
            OPEN OUTPUT AUDIT-FILE
        END-IF.
        MOVE wsAuditOperator TO AuditOperatorId.
        MOVE wsRunDate TO AuditDate.
        MOVE "B" TO AuditImageType.
        MOVE CORRESPONDING beforeStudentDetails TO StudentAuditRecord.
        WRITE StudentAuditRecord.
        MOVE wsAuditOperator TO AuditOperatorId.
        MOVE wsRunDate TO AuditDate.
        MOVE "A" TO AuditImageType.
        MOVE CORRESPONDING StudentMasterRecord TO StudentAuditRecord.
        WRITE StudentAuditRecord.
        CLOSE AUDIT-FILE.

    clearWaitlistAction.
*>      WAITLIST is copied through CANCWORK without the cancelled
*>      course's entries, each of which is listed, and copied back.
        MOVE SPACES TO wsListLine.
        WRITE CancelReportLine FROM wsListLine.
        MOVE "Waitlist entries cleared" TO wsListLine.
        WRITE CancelReportLine FROM wsListLine.
        OPEN INPUT WAITLIST-FILE.
        IF wsWaitlistStatus = "00"
            OPEN OUTPUT WORK-FILE
            PERFORM readWaitlistAction
            PERFORM sortOneWaitEntryAction UNTIL waitlistEof
            CLOSE WORK-FILE
            CLOSE WAITLIST-FILE
            IF wsWaitClearedCount > 0
                PERFORM copyBackWaitlistAction
            END-IF
        END-IF.
        IF wsWaitClearedCount = 0
            MOVE "  (none)" TO wsListLine
            WRITE CancelReportLine FROM wsListLine
        END-IF.

    readWaitlistAction.
        READ WAITLIST-FILE
            AT END
                SET waitlistEof TO TRUE
        END-READ.

    sortOneWaitEntryAction.
        IF WaitCourseCode = wsCancelCourse
            ADD 1 TO wsWaitClearedCount
            MOVE WaitStudentId TO wsDetailId
            MOVE SPACES TO wsDetailName
            STRING WaitForename DELIMITED BY SPACE
                   " "          DELIMITED BY SIZE
                   WaitSurname  DELIMITED BY SPACE
                   INTO wsDetailName
            END-STRING
            MOVE "WAITLIST CLEARED" TO wsDetailOutcome
            MOVE SPACES TO wsDetailFee
            MOVE SPACES TO wsDetailLetter
            WRITE CancelReportLine FROM wsDetailLine
        ELSE
            ADD 1 TO wsWaitKeptCount
            WRITE WorkRecord FROM WaitlistRecord
        END-IF.
        PERFORM readWaitlistAction.

    copyBackWaitlistAction.
        OPEN INPUT WORK-FILE.
        OPEN OUTPUT WAITLIST-FILE.
        PERFORM readWorkAction.
        PERFORM copyOneWorkRecordAction UNTIL workEof.
        CLOSE WAITLIST-FILE.
        CLOSE WORK-FILE.

    readWorkAction.
        READ WORK-FILE
            AT END
                SET workEof TO TRUE
        END-READ.

    copyOneWorkRecordAction.
        WRITE WaitlistRecord FROM WorkRecord.
        PERFORM readWorkAction.

    saveCatalogAction.
        OPEN OUTPUT COURSE-FILE.
        PERFORM writeOneCourseAction
            VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount.
        CLOSE COURSE-FILE.

    writeOneCourseAction.
        MOVE courseTableCode(courseTableIndex) TO CourseRecordCode.
        MOVE courseTableTitle(courseTableIndex) TO CourseTitle.
        MOVE courseTableMaxSeats(courseTableIndex) TO CourseMaxSeats.
        MOVE courseTableStatus(courseTableIndex) TO CourseStatus.
        MOVE courseTableMinAge(courseTableIndex) TO CourseMinimumAge.
        MOVE courseTableMinEnrol(courseTableIndex) TO CourseMinimumEnrol.
        MOVE courseTableDecision(courseTableIndex) TO CourseDecisionDate.
        MOVE courseTableCredits(courseTableIndex) TO CourseCredits.
        WRITE CourseRecord.

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

    writeReportHeaderAction.
        MOVE SPACES TO wsListLine.
        STRING
            "Cancellation of course " DELIMITED BY SIZE
            wsCancelCourse            DELIMITED BY SIZE
            " "                       DELIMITED BY SIZE
            courseTableTitle(cancelCourseIndex) DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF alternativeGiven
            STRING
                "Effective "      DELIMITED BY SIZE
                wsEffectiveDate   DELIMITED BY SIZE
                "  Alternative: " DELIMITED BY SIZE
                wsAltCourse       DELIMITED BY SIZE
                "  Run date: "    DELIMITED BY SIZE
                wsRunDate         DELIMITED BY SIZE
                INTO wsListLine
            END-STRING
        ELSE
            STRING
                "Effective "      DELIMITED BY SIZE
                wsEffectiveDate   DELIMITED BY SIZE
                "  No alternative - all removed.  Run date: "
                                  DELIMITED BY SIZE
                wsRunDate         DELIMITED BY SIZE
                INTO wsListLine
            END-STRING
        END-IF.
        WRITE CancelReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE CancelReportLine FROM wsListLine.

    writeReportDetailAction.
        MOVE moveTabStudentId(moveTableIndex) TO wsDetailId.
        MOVE SPACES TO wsDetailName.
        STRING Forename OF StudentMasterRecord DELIMITED BY SPACE
               " "                             DELIMITED BY SIZE
               Surname OF StudentMasterRecord  DELIMITED BY SPACE
               INTO wsDetailName
        END-STRING.
        MOVE wsFeeNote TO wsDetailFee.
        WRITE CancelReportLine FROM wsDetailLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE CancelReportLine FROM wsListLine.
        MOVE "Reconciliation" TO wsListLine.
        WRITE CancelReportLine FROM wsListLine.
        COMPUTE wsReconciledCount = wsTransferredCount + wsRemovedCount.
        MOVE SPACES TO wsListLine.
        STRING
            "  Enrollments on course: " DELIMITED BY SIZE
            wsStartCount                DELIMITED BY SIZE
            "  = transferred "          DELIMITED BY SIZE
            wsTransferredCount          DELIMITED BY SIZE
            " + removed "               DELIMITED BY SIZE
            wsRemovedCount              DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        IF wsReconciledCount NOT = wsStartCount
            MOVE "  ** COUNTS DO NOT AGREE - INVESTIGATE" TO wsListLine
            WRITE CancelReportLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        STRING
            "  Removed already on alternative: " DELIMITED BY SIZE
            wsAlreadyOnAltCount                  DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "  Charges credited back: " DELIMITED BY SIZE
            wsCreditedCount             DELIMITED BY SIZE
            "  total "                  DELIMITED BY SIZE
            wsCreditTotal               DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "  Transfer fee adjustments: " DELIMITED BY SIZE
            wsAdjustedCount                DELIMITED BY SIZE
            "  charged "                   DELIMITED BY SIZE
            wsChargeAdjustTotal            DELIMITED BY SIZE
            "  credited "                  DELIMITED BY SIZE
            wsCreditAdjustTotal            DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "  No fee on schedule (adjust by hand): " DELIMITED BY SIZE
            wsUnpricedCount                           DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "  Letters queued on LTRSELCT: " DELIMITED BY SIZE
            wsLetterCount                    DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING
            "  Waitlist entries cleared: " DELIMITED BY SIZE
            wsWaitClearedCount             DELIMITED BY SIZE
            "  left for other courses: "   DELIMITED BY SIZE
            wsWaitKeptCount                DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE CancelReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF wsLeftBehindCount = 0
            STRING
                "  Course "        DELIMITED BY SIZE
                wsCancelCourse     DELIMITED BY SIZE
                " retired on COURSES" DELIMITED BY SIZE
                INTO wsListLine
            END-STRING
        ELSE
            STRING
                "  ** "            DELIMITED BY SIZE
                wsLeftBehindCount  DELIMITED BY SIZE
                " enrollment(s) not reached - course NOT retired, "
                                   DELIMITED BY SIZE
                "rerun"            DELIMITED BY SIZE
                INTO wsListLine
            END-STRING
        END-IF.
        WRITE CancelReportLine FROM wsListLine.

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
