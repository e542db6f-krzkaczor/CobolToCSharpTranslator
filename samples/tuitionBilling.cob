*> twice.  Enrollments with no fee on the schedule are listed on the
*> invoice as unpriced and left unbilled (and unregistered) so they
*> bill once the schedule is corrected.
*>
*> Modification history:
*> - Each FEEBILLD registry entry now carries the enrollment's term
*>   code, so the refund run can pro-rate a charge over the dates of
*>   the term it was billed for.
*> - Enrollments linked to an employer sponsor on SPONLINK are charged
*>   to the sponsor's SP ledger account instead of the student's, and
*>   each sponsor gets one consolidated invoice on SPONINV listing
*>   every student and course it pays for; the student's invoice shows
*>   the line as charged to the sponsor.  FEEBILLD records the account
*>   actually charged so a refund goes back to whoever paid.
*> - A student holding an unexpired concession on STUCONC has the
*>   reduction for that CONCCAT category (percentage or fixed amount,
*>   terms in force on the pricing date) applied automatically: it
*>   posts as its own credit, reference CN plus category and course,
*>   and is recorded on the CONCGVN register for ConcessionReport.
*>   FEEBILLD holds the net amount charged.  Sponsored enrollments are
*>   charged in full.
*> - SIGNPOST postings now carry pounds and pence (S9(7)V99); charges
*>   and concessions are still whole pounds, as the fee schedule is.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - Billing now runs as a recoverable unit.  The FEECKPT checkpoint
*>   records the run's start, each enrollment before its charge is
*>   written, and completion once the SIGNPOST trailer is out.  A re-run
*>   after a run that died checks whether the dead run's SIGNPOST
*>   section was completed and proven.  If not, SignedArith will hold
*>   it back, so that run's FEEBILLD and CONCGVN entries are taken out
*>   again and the enrollments re-billed once in this run.  A
*>   pre-posting check lists any student TU charge reference that
*>   SIGNPOST would apply twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsInvoiceStatus.

    SELECT SPONSOR-FILE ASSIGN TO "SPONSOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSponsorStatus.

    SELECT SPONSOR-LINK-FILE ASSIGN TO "SPONLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLinkStatus.

    SELECT SPONSOR-INVOICE-FILE ASSIGN TO "SPONINV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSponsorInvStatus.

    SELECT CATEGORY-FILE ASSIGN TO "CONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCategoryStatus.

    SELECT STUDENT-CONCESSION-FILE ASSIGN TO "STUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsConcessionStatus.

    SELECT CONCESSION-GIVEN-FILE ASSIGN TO "CONCGVN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsGivenStatus.

    SELECT CHECKPOINT-FILE ASSIGN TO "FEECKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCheckpointStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

DATA DIVISION.
FILE SECTION.
FD  ENROLLMENT-FILE.
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

FD  INVOICE-FILE.
01  InvoiceLine             PIC X(60).

FD  SPONSOR-FILE.
01  SponsorRecord.
    05  SponsorId           PIC 9(6).
    05  SponsorName         PIC X(30).
    05  SponsorAddress1     PIC X(30).
    05  SponsorAddress2     PIC X(30).
    05  SponsorTown         PIC X(20).
    05  SponsorPostcode     PIC X(8).
    05  SponsorContact      PIC X(30).
    05  SponsorPhone        PIC X(14).
    05  SponsorStatus       PIC X.

FD  SPONSOR-LINK-FILE.
01  SponsorLinkRecord.
    05  LinkStudentId       PIC 9(7).
    05  LinkCourseCode      PIC X(4).
    05  LinkSponsorId       PIC 9(6).
    05  LinkDate            PIC 9(8).

FD  SPONSOR-INVOICE-FILE.
01  SponsorInvoiceLine      PIC X(80).

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

FD  CONCESSION-GIVEN-FILE.
01  ConcessionGivenRecord.
    05  GivenStudentId      PIC 9(7).
    05  GivenCourseCode     PIC X(4).
    05  GivenCategory       PIC X(2).
    05  GivenFeeAmount      PIC 9(7).
    05  GivenAmount         PIC 9(7).
    05  GivenRunDate        PIC 9(8).

FD  CHECKPOINT-FILE.
01  CheckpointRecord.
    05  CkptType            PIC X.
        88 ckptRunStarted   VALUE "S".
        88 ckptEnrollment   VALUE "E".
        88 ckptRunComplete  VALUE "C".
    05  CkptRunId           PIC 9(6).
    05  CkptRunDate         PIC 9(8).
    05  CkptStudentId       PIC 9(7).
    05  CkptCourseCode      PIC X(4).
    05  CkptAccountId       PIC X(8).
    05  CkptAmount          PIC 9(7).

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortAccountId       PIC X(8).
    05  SortReference       PIC X(10).
    05  SortDate            PIC 9(8).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "TuitionBilling".
01 wsBilledStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsInvoiceStatus PIC XX VALUE "00".
01 wsSponsorStatus PIC XX VALUE "00".
01 wsLinkStatus PIC XX VALUE "00".
01 wsSponsorInvStatus PIC XX VALUE "00".
01 wsCategoryStatus PIC XX VALUE "00".
01 wsConcessionStatus PIC XX VALUE "00".
01 wsGivenStatus PIC XX VALUE "00".
01 wsCheckpointStatus PIC XX VALUE "00".

01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
   88 feeEof VALUE "Y".
01 billedEofSwitch PIC X VALUE "N".
   88 billedEof VALUE "Y".
01 sponsorEofSwitch PIC X VALUE "N".
   88 sponsorEof VALUE "Y".
01 linkEofSwitch PIC X VALUE "N".
   88 linkEof VALUE "Y".
01 categoryEofSwitch PIC X VALUE "N".
   88 categoryEof VALUE "Y".
01 concessionEofSwitch PIC X VALUE "N".
   88 concessionEof VALUE "Y".
01 checkpointEofSwitch PIC X VALUE "N".
   88 checkpointEof VALUE "Y".
01 postingEofSwitch PIC X VALUE "N".
   88 postingEof VALUE "Y".
01 givenEofSwitch PIC X VALUE "N".
   88 givenEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".

*> Restart: FEECKPT holds the last run - an S line when it starts,
*> an E line for each enrollment before its charge is written, a C
*> line once SIGNPOST carries its trailer.  A run with no C line
*> died part-way; unless its SIGNPOST section was completed and
*> proven, SignedArith holds that section back, so none of its
*> charges stand and its FEEBILLD and CONCGVN entries are taken out
*> again before this run bills.
01 restartSwitch PIC X VALUE "N".
   88 restartNeeded VALUE "Y".
01 restartRunId PIC 9(6) VALUE 0.
01 restartRunDate PIC 9(8) VALUE 0.
01 restartCompleteSwitch PIC X VALUE "N".
   88 restartRunComplete VALUE "Y".
01 restartTableCount PIC 9(4) VALUE 0.
01 restartTableIndex PIC 9(4) VALUE 0.
01 restartDroppedCount PIC 9(4) VALUE 0.
01 restartTable.
    05 restartTableEntry OCCURS 2000 TIMES.
        10 rstStudentId PIC 9(7).
        10 rstCourse    PIC X(4).
01 restartMatchSwitch PIC X VALUE "N".
   88 restartMatch VALUE "Y".
01 rewriteTableCount PIC 9(4) VALUE 0.
01 rewriteTableIndex PIC 9(4) VALUE 0.
01 rewriteDroppedCount PIC 9(4) VALUE 0.
01 rewriteTable.
    05 rewriteEntry OCCURS 2000 TIMES PIC X(40).
01 wsRolledBackBilled PIC 9(5) VALUE 0.
01 wsRolledBackGiven PIC 9(5) VALUE 0.
01 wsRefusalReason PIC X(48) VALUE SPACES.

*> SIGNPOST sections, proved the way SignedArith proves them, for
*> the restart and for the duplicate-charge check.
01 inSectionSwitch PIC X VALUE "N".
   88 insideSection VALUE "Y".
01 sectionTableCount PIC 9(3) VALUE 0.
01 sectionTableIndex PIC 9(3) VALUE 0.
01 sectionDroppedCount PIC 9(3) VALUE 0.
01 sectionTable.
    05 sectionTableEntry OCCURS 500 TIMES.
        10 secProgram PIC X(16).
        10 secRunId   PIC 9(6).
        10 secCount   PIC 9(6).
        10 secNet     PIC S9(9)V99.
        10 secStatus  PIC X.
           88 secProven VALUE "P".
           88 secOpen   VALUE "O".
01 currentSection PIC 9(3) VALUE 0.
01 wsPreviousKey PIC X(18) VALUE SPACES.
01 wsSortKey PIC X(18) VALUE SPACES.
01 wsDuplicateTimes PIC 9(4) VALUE 0.
01 wsDuplicateCount PIC 9(5) VALUE 0.

01 feeTableCount PIC 9(3) VALUE 0.
01 feeTableIndex PIC 9(3) VALUE 0.
01 alreadyBilledSwitch PIC X VALUE "N".
   88 alreadyBilled VALUE "Y".

*> Sponsors and the enrollments they pay for, and the sponsored
*> charges of this run held back for the consolidated invoices.
01 sponsorTableCount PIC 9(3) VALUE 0.
01 sponsorTableIndex PIC 9(3) VALUE 0.
01 sponsorFoundIndex PIC 9(3) VALUE 0.
01 sponsorDroppedCount PIC 9(4) VALUE 0.
01 sponsorTable.
    05 sponsorTableEntry OCCURS 200 TIMES.
        10 sponTabId       PIC 9(6).
        10 sponTabName     PIC X(30).
        10 sponTabAddress1 PIC X(30).
        10 sponTabAddress2 PIC X(30).
        10 sponTabTown     PIC X(20).
        10 sponTabPostcode PIC X(8).
        10 sponTabContact  PIC X(30).

01 linkTableCount PIC 9(4) VALUE 0.
01 linkTableIndex PIC 9(4) VALUE 0.
01 linkDroppedCount PIC 9(4) VALUE 0.
01 linkTable.
    05 linkTableEntry OCCURS 2000 TIMES.
        10 linkTabStudentId PIC 9(7).
        10 linkTabCourse    PIC X(4).
        10 linkTabSponsorId PIC 9(6).
01 wsLinkedSponsorId PIC 9(6) VALUE 0.

01 sponChargeCount PIC 9(4) VALUE 0.
01 sponChargeIndex PIC 9(4) VALUE 0.
01 sponChargeTable.
    05 sponChargeEntry OCCURS 2000 TIMES.
        10 sponChgSponsor PIC 9(3).
        10 sponChgStudent PIC 9(7).
        10 sponChgName    PIC X(36).
        10 sponChgCourse  PIC X(4).
        10 sponChgAmount  PIC 9(7).

*> Concession categories (dated like the fee schedule) and the
*> concession each student holds.
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
01 wsNetFeeAmount PIC 9(7) VALUE 0.

01 wsChargeAccount PIC X(8) VALUE SPACES.
01 wsSponsorTotal PIC 9(8) VALUE 0.
01 wsSponsorLines PIC 9(4) VALUE 0.
01 wsSponsorInvLine PIC X(80) VALUE SPACES.

01 wsSponsorDetailLine.
   05 FILLER           PIC X(3) VALUE SPACES.
   05 wsSponDetStudent PIC 9(7).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsSponDetName    PIC X(36).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsSponDetCourse  PIC X(4).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsSponDetAmount  PIC ZZZZZZ9.

01 wsCurrentStudent PIC 9(7) VALUE 0.
01 invoiceOpenSwitch PIC X VALUE "N".
   88 invoiceOpen VALUE "Y".
01 wsUnpricedCount PIC 9(5) VALUE 0.
01 wsInvoiceCount PIC 9(5) VALUE 0.
01 wsChargeTotal PIC 9(9) VALUE 0.
01 wsSponsoredCount PIC 9(5) VALUE 0.
01 wsSponsorInvCount PIC 9(5) VALUE 0.
01 wsSponsorHeldCount PIC 9(5) VALUE 0.
01 wsNoSponsorCount PIC 9(5) VALUE 0.
01 wsConcessionCount PIC 9(5) VALUE 0.
01 wsConcessionTotal PIC 9(9) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(60) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "TuitionBilling".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM checkRestartAction.
    IF restartNeeded AND wsRefusalReason NOT = SPACES
        DISPLAY "*************************************************"
        DISPLAY "** RESTART OF BILLING RUN " restartRunId
            " CANNOT RE-ALIGN THE REGISTRY -"
        DISPLAY "** " wsRefusalReason
        DISPLAY "** RUN REFUSED - NOTHING BILLED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM checkDuplicateChargesAction.
    PERFORM loadBilledRegistryAction.
    IF billedDroppedCount > 0
*>      With the registry only partly in core a prior charge could be
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadSponsorTableAction.
    PERFORM loadLinkTableAction.
    IF sponsorDroppedCount > 0 OR linkDroppedCount > 0
*>      A sponsored enrollment missing from the table would be billed
*>      to the student; refusing beats sending the wrong bill.
        DISPLAY "*************************************************"
        DISPLAY "** SPONSOR FILES HOLD MORE THAN THE TABLES - "
            sponsorDroppedCount " SPONSOR / " linkDroppedCount
            " LINK NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING BILLED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadCategoryTableAction.
    PERFORM loadConcessionTableAction.
    IF categoryDroppedCount > 0 OR concessionDroppedCount > 0
*>      A concession left out of the table would bill the student in
*>      full and send the office back to manual credits.
        DISPLAY "*************************************************"
        DISPLAY "** CONCESSION FILES HOLD MORE THAN THE TABLES - "
            categoryDroppedCount " CATEGORY / "
            concessionDroppedCount " STUDENT NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING BILLED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus NOT = "00"
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN OUTPUT CHECKPOINT-FILE.
    MOVE SPACES TO CheckpointRecord.
    SET ckptRunStarted TO TRUE.
    MOVE regRunId TO CkptRunId.
    MOVE wsRunDate TO CkptRunDate.
    WRITE CheckpointRecord.
    OPEN EXTEND BILLED-REGISTRY-FILE.
    IF wsBilledStatus NOT = "00"
        OPEN OUTPUT BILLED-REGISTRY-FILE
    END-IF.
    OPEN OUTPUT INVOICE-FILE.
    OPEN OUTPUT SPONSOR-INVOICE-FILE.
    OPEN EXTEND CONCESSION-GIVEN-FILE.
    IF wsGivenStatus NOT = "00"
        OPEN OUTPUT CONCESSION-GIVEN-FILE
    END-IF.

    PERFORM readEnrollmentAction.
    PERFORM billOneEnrollmentAction UNTIL enrollEof.
    IF invoiceOpen
        PERFORM closeInvoiceAction
    END-IF.
    PERFORM writeSponsorInvoiceAction
        VARYING sponsorTableIndex FROM 1 BY 1
        UNTIL sponsorTableIndex > sponsorTableCount.

    CLOSE CONCESSION-GIVEN-FILE.
    CLOSE SPONSOR-INVOICE-FILE.
    CLOSE INVOICE-FILE.
    CLOSE BILLED-REGISTRY-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    MOVE SPACES TO CheckpointRecord.
    SET ckptRunComplete TO TRUE.
    MOVE regRunId TO CkptRunId.
    MOVE wsRunDate TO CkptRunDate.
    WRITE CheckpointRecord.
    CLOSE CHECKPOINT-FILE.
    CLOSE STUDENT-MASTER.
    CLOSE ENROLLMENT-FILE.

    DISPLAY " Already billed       : " wsSkippedCount
    DISPLAY " No fee on schedule   : " wsUnpricedCount
    DISPLAY " Invoices printed     : " wsInvoiceCount
    DISPLAY " Charged to sponsors  : " wsSponsoredCount
    DISPLAY " Sponsor invoices     : " wsSponsorInvCount
    DISPLAY " Sponsor not on file  : " wsNoSponsorCount
    DISPLAY " Held - invoice full  : " wsSponsorHeldCount
    DISPLAY " Concessions applied  : " wsConcessionCount
    DISPLAY " Concessions total    : " wsConcessionTotal
    DISPLAY " Charges posted total : " wsChargeTotal
    IF restartNeeded
        DISPLAY " Restart of run       : " restartRunId
        DISPLAY " Registry rolled back : " wsRolledBackBilled
        DISPLAY " Concessions removed  : " wsRolledBackGiven
    END-IF
    DISPLAY " Duplicate charges    : " wsDuplicateCount
    DISPLAY "=====================".
    IF wsNoSponsorCount > 0 OR wsSponsorHeldCount > 0
        OR restartNeeded OR wsDuplicateCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadFeeTableAction.
        END-IF.
        PERFORM readBilledRecordAction.

    loadSponsorTableAction.
        MOVE 0 TO sponsorTableCount.
        MOVE "N" TO sponsorEofSwitch.
        OPEN INPUT SPONSOR-FILE.
        IF wsSponsorStatus = "00"
            PERFORM readSponsorRecordAction
            PERFORM addSponsorEntryAction UNTIL sponsorEof
            CLOSE SPONSOR-FILE
        END-IF.

    readSponsorRecordAction.
        READ SPONSOR-FILE
            AT END
                SET sponsorEof TO TRUE
        END-READ.

    addSponsorEntryAction.
        IF sponsorTableCount < 200
            ADD 1 TO sponsorTableCount
            MOVE SponsorId TO sponTabId(sponsorTableCount)
            MOVE SponsorName TO sponTabName(sponsorTableCount)
            MOVE SponsorAddress1 TO sponTabAddress1(sponsorTableCount)
            MOVE SponsorAddress2 TO sponTabAddress2(sponsorTableCount)
            MOVE SponsorTown TO sponTabTown(sponsorTableCount)
            MOVE SponsorPostcode TO sponTabPostcode(sponsorTableCount)
            MOVE SponsorContact TO sponTabContact(sponsorTableCount)
        ELSE
            ADD 1 TO sponsorDroppedCount
        END-IF.
        PERFORM readSponsorRecordAction.

    loadLinkTableAction.
        MOVE 0 TO linkTableCount.
        MOVE "N" TO linkEofSwitch.
        OPEN INPUT SPONSOR-LINK-FILE.
        IF wsLinkStatus = "00"
            PERFORM readLinkRecordAction
            PERFORM addLinkEntryAction UNTIL linkEof
            CLOSE SPONSOR-LINK-FILE
        END-IF.

    readLinkRecordAction.
        READ SPONSOR-LINK-FILE
            AT END
                SET linkEof TO TRUE
        END-READ.

    addLinkEntryAction.
        IF linkTableCount < 2000
            ADD 1 TO linkTableCount
            MOVE LinkStudentId TO linkTabStudentId(linkTableCount)
            MOVE LinkCourseCode TO linkTabCourse(linkTableCount)
            MOVE LinkSponsorId TO linkTabSponsorId(linkTableCount)
        ELSE
            ADD 1 TO linkDroppedCount
        END-IF.
        PERFORM readLinkRecordAction.

    loadCategoryTableAction.
        MOVE 0 TO categoryTableCount.
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

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
        ELSE
            PERFORM priceEnrollmentAction
            IF feeFound
                PERFORM findSponsorAction
                IF sponsorFoundIndex > 0
                    PERFORM postSponsorChargeAction
                ELSE
                    PERFORM postChargeAction
                END-IF
            ELSE
                ADD 1 TO wsUnpricedCount
                MOVE SPACES TO wsListLine
            END-IF
        END-PERFORM.

    findSponsorAction.
*>      A link naming a sponsor that is not on the master is billed
*>      to the student as before and counted, so the office can
*>      correct the link rather than lose the charge.
        MOVE 0 TO sponsorFoundIndex.
        MOVE 0 TO wsLinkedSponsorId.
        PERFORM VARYING linkTableIndex FROM 1 BY 1
            UNTIL linkTableIndex > linkTableCount
            IF linkTabStudentId(linkTableIndex) = EnrollStudentId
                AND linkTabCourse(linkTableIndex) = EnrollCourseCode
                MOVE linkTabSponsorId(linkTableIndex)
                    TO wsLinkedSponsorId
            END-IF
        END-PERFORM.
        IF wsLinkedSponsorId > 0
            PERFORM VARYING sponsorTableIndex FROM 1 BY 1
                UNTIL sponsorTableIndex > sponsorTableCount
                IF sponTabId(sponsorTableIndex) = wsLinkedSponsorId
                    MOVE sponsorTableIndex TO sponsorFoundIndex
                END-IF
            END-PERFORM
            IF sponsorFoundIndex = 0
                ADD 1 TO wsNoSponsorCount
                DISPLAY "Sponsor " wsLinkedSponsorId " linked to "
                    EnrollStudentId " " EnrollCourseCode
                    " is not on the sponsor master - billed to student."
            END-IF
        END-IF.

    postSponsorChargeAction.
*>      The charge goes to the sponsor's SP account and is held for the
*>      sponsor's consolidated invoice; with that table full the
*>      enrollment is left unbilled so it bills on the next run.
        IF sponChargeCount >= 2000
            ADD 1 TO wsSponsorHeldCount
            MOVE SPACES TO wsListLine
            STRING "   "            DELIMITED BY SIZE
                   EnrollCourseCode DELIMITED BY SIZE
                   " - SPONSOR INVOICE FULL - NOT BILLED"
                                    DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE InvoiceLine FROM wsListLine
        ELSE
            ADD 1 TO wsBilledCount
            ADD 1 TO wsSponsoredCount
            ADD wsBestFeeAmount TO wsChargeTotal
            MOVE SPACES TO wsChargeAccount
            STRING "SP" DELIMITED BY SIZE
                   sponTabId(sponsorFoundIndex) DELIMITED BY SIZE
                   INTO wsChargeAccount
            END-STRING
            PERFORM writeChargePostingAction
            PERFORM writeBilledRegistryAction
            ADD 1 TO sponChargeCount
            MOVE sponsorFoundIndex TO sponChgSponsor(sponChargeCount)
            MOVE EnrollStudentId TO sponChgStudent(sponChargeCount)
            MOVE wsStudentName TO sponChgName(sponChargeCount)
            MOVE EnrollCourseCode TO sponChgCourse(sponChargeCount)
            MOVE wsBestFeeAmount TO sponChgAmount(sponChargeCount)
            MOVE SPACES TO wsListLine
            STRING "   "             DELIMITED BY SIZE
                   EnrollCourseCode  DELIMITED BY SIZE
                   "  fee "          DELIMITED BY SIZE
                   wsBestFeeAmount   DELIMITED BY SIZE
                   " paid by sponsor " DELIMITED BY SIZE
                   sponTabId(sponsorFoundIndex) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE InvoiceLine FROM wsListLine
        END-IF.

    postChargeAction.
        ADD 1 TO wsBilledCount.
        ADD wsBestFeeAmount TO wsChargeTotal.
        PERFORM findConcessionAction.
        COMPUTE wsNetFeeAmount = wsBestFeeAmount - wsConcessionAmount.
        ADD wsNetFeeAmount TO wsInvoiceTotal.
*>      The fee account id is S plus the student id so the ledger
*>      account reads straight back to the student.
        MOVE SPACES TO wsChargeAccount.
        STRING "S" DELIMITED BY SIZE
               EnrollStudentId DELIMITED BY SIZE
               INTO wsChargeAccount
        END-STRING.
        PERFORM writeChargePostingAction.
        MOVE SPACES TO wsListLine.
        STRING "   "             DELIMITED BY SIZE
               EnrollCourseCode  DELIMITED BY SIZE
               "  fee "          DELIMITED BY SIZE
               wsBestFeeAmount   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE InvoiceLine FROM wsListLine.
        IF wsConcessionAmount > 0
            PERFORM postConcessionAction
        END-IF.
        MOVE wsNetFeeAmount TO wsBestFeeAmount.
        PERFORM writeBilledRegistryAction.

    findConcessionAction.
*>      The student's concession counts if it has not expired by the
*>      pricing date; the category terms are the latest record
*>      effective on that date.  No terms in force means no reduction.
        MOVE 0 TO wsConcessionAmount.
        MOVE SPACES TO wsConcessionCategory.
        PERFORM VARYING concessionTableIndex FROM 1 BY 1
            UNTIL concessionTableIndex > concessionTableCount
            IF concTabStudentId(concessionTableIndex) = EnrollStudentId
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

    postConcessionAction.
*>      The reduction is its own credit line so the account shows the
*>      full fee and the concession separately.
        ADD 1 TO wsConcessionCount.
        ADD wsConcessionAmount TO wsConcessionTotal.
        MOVE wsChargeAccount TO PostAccountId.
        MOVE wsConcessionAmount TO PostAmount.
        MOVE SPACES TO PostReference.
        STRING "CN" DELIMITED BY SIZE
               wsConcessionCategory DELIMITED BY SIZE
               EnrollCourseCode DELIMITED BY SIZE
               INTO PostReference
        END-STRING.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE EnrollStudentId TO GivenStudentId.
        MOVE EnrollCourseCode TO GivenCourseCode.
        MOVE wsConcessionCategory TO GivenCategory.
        MOVE wsBestFeeAmount TO GivenFeeAmount.
        MOVE wsConcessionAmount TO GivenAmount.
        MOVE wsRunDate TO GivenRunDate.
        WRITE ConcessionGivenRecord.
        MOVE SPACES TO wsListLine.
        STRING "   "                DELIMITED BY SIZE
               EnrollCourseCode     DELIMITED BY SIZE
               "  less concession " DELIMITED BY SIZE
               wsConcessionCategory DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               wsConcessionAmount   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE InvoiceLine FROM wsListLine.

    writeChargePostingAction.
*>      Checkpointed before the charge goes out, so a run that dies
*>      between SIGNPOST and FEEBILLD is known to have touched it.
        MOVE SPACES TO CheckpointRecord.
        SET ckptEnrollment TO TRUE.
        MOVE regRunId TO CkptRunId.
        MOVE wsRunDate TO CkptRunDate.
        MOVE EnrollStudentId TO CkptStudentId.
        MOVE EnrollCourseCode TO CkptCourseCode.
        MOVE wsChargeAccount TO CkptAccountId.
        MOVE wsBestFeeAmount TO CkptAmount.
        WRITE CheckpointRecord.
        MOVE wsChargeAccount TO PostAccountId.
        COMPUTE PostAmount = 0 - wsBestFeeAmount.
        MOVE SPACES TO PostReference.
        STRING "TU" DELIMITED BY SIZE
               EnrollCourseCode DELIMITED BY SIZE
               INTO PostReference
        END-STRING.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.

    writeBilledRegistryAction.
        MOVE EnrollStudentId TO BilledStudentId.
        MOVE EnrollCourseCode TO BilledCourseCode.
        MOVE wsRunDate TO BilledDate.
        MOVE wsBestFeeAmount TO BilledAmount.
        MOVE EnrollTermCode TO BilledTermCode.
        MOVE wsChargeAccount TO BilledAccountId.
        WRITE BilledRegistryRecord.

    openInvoiceAction.
        WRITE InvoiceLine FROM wsListLine.
        MOVE "N" TO invoiceOpenSwitch.

    writeSponsorInvoiceAction.
*>      One invoice per sponsor charged this run, every sponsored
*>      student and course on it.
        MOVE 0 TO wsSponsorLines.
        PERFORM VARYING sponChargeIndex FROM 1 BY 1
            UNTIL sponChargeIndex > sponChargeCount
            IF sponChgSponsor(sponChargeIndex) = sponsorTableIndex
                ADD 1 TO wsSponsorLines
            END-IF
        END-PERFORM.
        IF wsSponsorLines > 0
            ADD 1 TO wsSponsorInvCount
            MOVE 0 TO wsSponsorTotal
            PERFORM writeSponsorInvoiceHeadAction
            PERFORM writeSponsorInvoiceLineAction
                VARYING sponChargeIndex FROM 1 BY 1
                UNTIL sponChargeIndex > sponChargeCount
            MOVE SPACES TO wsSponsorInvLine
            WRITE SponsorInvoiceLine FROM wsSponsorInvLine
            STRING " Students on this invoice: " DELIMITED BY SIZE
                   wsSponsorLines                DELIMITED BY SIZE
                   "   Total due: "              DELIMITED BY SIZE
                   wsSponsorTotal                DELIMITED BY SIZE
                   INTO wsSponsorInvLine
            END-STRING
            WRITE SponsorInvoiceLine FROM wsSponsorInvLine
        END-IF.

    writeSponsorInvoiceHeadAction.
        MOVE SPACES TO wsSponsorInvLine.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE ALL "=" TO wsSponsorInvLine.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE " SPONSORED TUITION INVOICE" TO wsSponsorInvLine.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE SPACES TO wsSponsorInvLine.
        STRING " " DELIMITED BY SIZE
               sponTabName(sponsorTableIndex) DELIMITED BY SIZE
               INTO wsSponsorInvLine
        END-STRING.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE SPACES TO wsSponsorInvLine.
        STRING " FAO " DELIMITED BY SIZE
               sponTabContact(sponsorTableIndex) DELIMITED BY SIZE
               INTO wsSponsorInvLine
        END-STRING.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE SPACES TO wsSponsorInvLine.
        STRING " " DELIMITED BY SIZE
               sponTabAddress1(sponsorTableIndex) DELIMITED BY SIZE
               INTO wsSponsorInvLine
        END-STRING.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        IF sponTabAddress2(sponsorTableIndex) NOT = SPACES
            MOVE SPACES TO wsSponsorInvLine
            STRING " " DELIMITED BY SIZE
                   sponTabAddress2(sponsorTableIndex) DELIMITED BY SIZE
                   INTO wsSponsorInvLine
            END-STRING
            WRITE SponsorInvoiceLine FROM wsSponsorInvLine
        END-IF.
        MOVE SPACES TO wsSponsorInvLine.
        STRING " " DELIMITED BY SIZE
               sponTabTown(sponsorTableIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               sponTabPostcode(sponsorTableIndex) DELIMITED BY SIZE
               INTO wsSponsorInvLine
        END-STRING.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE SPACES TO wsSponsorInvLine.
        STRING " Date    : "     DELIMITED BY SIZE
               wsRunDate         DELIMITED BY SIZE
               "  Account: SP"   DELIMITED BY SIZE
               sponTabId(sponsorTableIndex) DELIMITED BY SIZE
               INTO wsSponsorInvLine
        END-STRING.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.
        MOVE SPACES TO wsSponsorInvLine.
        WRITE SponsorInvoiceLine FROM wsSponsorInvLine.

    writeSponsorInvoiceLineAction.
        IF sponChgSponsor(sponChargeIndex) = sponsorTableIndex
            ADD sponChgAmount(sponChargeIndex) TO wsSponsorTotal
            MOVE sponChgStudent(sponChargeIndex) TO wsSponDetStudent
            MOVE sponChgName(sponChargeIndex) TO wsSponDetName
            MOVE sponChgCourse(sponChargeIndex) TO wsSponDetCourse
            MOVE sponChgAmount(sponChargeIndex) TO wsSponDetAmount
            WRITE SponsorInvoiceLine FROM wsSponsorDetailLine
        END-IF.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.

    checkRestartAction.
        MOVE 0 TO restartTableCount.
        MOVE "N" TO checkpointEofSwitch.
        OPEN INPUT CHECKPOINT-FILE.
        IF wsCheckpointStatus = "00"
            PERFORM readCheckpointAction
            PERFORM noteCheckpointAction UNTIL checkpointEof
            CLOSE CHECKPOINT-FILE
        END-IF.
        IF restartRunId > 0 AND NOT restartRunComplete
            SET restartNeeded TO TRUE
            PERFORM surveyPostingSectionsAction
            PERFORM VARYING sectionTableIndex FROM 1 BY 1
                UNTIL sectionTableIndex > sectionTableCount
                IF secProgram(sectionTableIndex) = regProgram
                    AND secRunId(sectionTableIndex) = restartRunId
                    AND secProven(sectionTableIndex)
                    SET restartRunComplete TO TRUE
                END-IF
            END-PERFORM
            DISPLAY "Billing run " restartRunId " of " restartRunDate
                " did not finish."
            IF restartRunComplete
                DISPLAY "Its SIGNPOST section is complete - the "
                    "registry already matches it."
            ELSE
                DISPLAY "Its SIGNPOST section is incomplete and will "
                    "be held by SignedArith - its charges do not stand."
                PERFORM rollBackRegistryAction
            END-IF
        END-IF.

    readCheckpointAction.
        READ CHECKPOINT-FILE
            AT END
                SET checkpointEof TO TRUE
        END-READ.

    noteCheckpointAction.
        EVALUATE TRUE
            WHEN ckptRunStarted
                MOVE CkptRunId TO restartRunId
                MOVE CkptRunDate TO restartRunDate
            WHEN ckptRunComplete
                SET restartRunComplete TO TRUE
            WHEN ckptEnrollment
                IF restartTableCount < 2000
                    ADD 1 TO restartTableCount
                    MOVE CkptStudentId
                        TO rstStudentId(restartTableCount)
                    MOVE CkptCourseCode TO rstCourse(restartTableCount)
                ELSE
                    ADD 1 TO restartDroppedCount
                END-IF
        END-EVALUATE.
        PERFORM readCheckpointAction.

    rollBackRegistryAction.
*>      FEEBILLD and CONCGVN are rewritten without the entries the
*>      dead run made, so those enrollments bill again in this run's
*>      own, proven, section.  Both files must fit the table whole or
*>      nothing is touched.
        IF restartDroppedCount > 0
            MOVE "its checkpoint holds more than the restart table"
                TO wsRefusalReason
        END-IF.
        IF wsRefusalReason = SPACES
            MOVE 0 TO rewriteTableCount
            MOVE 0 TO rewriteDroppedCount
            MOVE "N" TO billedEofSwitch
            OPEN INPUT BILLED-REGISTRY-FILE
            IF wsBilledStatus = "00"
                PERFORM readBilledRecordAction
                PERFORM UNTIL billedEof
                    PERFORM matchRestartBilledAction
                    IF restartMatch
                        ADD 1 TO wsRolledBackBilled
                    ELSE
                        PERFORM keepRewriteEntryAction
                    END-IF
                    PERFORM readBilledRecordAction
                END-PERFORM
                CLOSE BILLED-REGISTRY-FILE
            END-IF
            IF rewriteDroppedCount > 0
                MOVE "FEEBILLD holds more than the rewrite table"
                    TO wsRefusalReason
            END-IF
        END-IF.
        IF wsRefusalReason = SPACES AND wsRolledBackBilled > 0
            OPEN OUTPUT BILLED-REGISTRY-FILE
            PERFORM VARYING rewriteTableIndex FROM 1 BY 1
                UNTIL rewriteTableIndex > rewriteTableCount
                MOVE rewriteEntry(rewriteTableIndex)
                    TO BilledRegistryRecord
                WRITE BilledRegistryRecord
            END-PERFORM
            CLOSE BILLED-REGISTRY-FILE
        END-IF.
        IF wsRefusalReason = SPACES
            MOVE 0 TO rewriteTableCount
            MOVE 0 TO rewriteDroppedCount
            MOVE "N" TO givenEofSwitch
            OPEN INPUT CONCESSION-GIVEN-FILE
            IF wsGivenStatus = "00"
                PERFORM readGivenRecordAction
                PERFORM UNTIL givenEof
                    PERFORM matchRestartGivenAction
                    IF restartMatch
                        ADD 1 TO wsRolledBackGiven
                    ELSE
                        ADD 1 TO rewriteTableCount
                        IF rewriteTableCount > 2000
                            ADD 1 TO rewriteDroppedCount
                        ELSE
                            MOVE ConcessionGivenRecord
                                TO rewriteEntry(rewriteTableCount)
                        END-IF
                    END-IF
                    PERFORM readGivenRecordAction
                END-PERFORM
                CLOSE CONCESSION-GIVEN-FILE
            END-IF
            IF rewriteDroppedCount > 0
                MOVE "CONCGVN holds more than the rewrite table"
                    TO wsRefusalReason
            END-IF
        END-IF.
        IF wsRefusalReason = SPACES AND wsRolledBackGiven > 0
            OPEN OUTPUT CONCESSION-GIVEN-FILE
            PERFORM VARYING rewriteTableIndex FROM 1 BY 1
                UNTIL rewriteTableIndex > rewriteTableCount
                MOVE rewriteEntry(rewriteTableIndex)
                    TO ConcessionGivenRecord
                WRITE ConcessionGivenRecord
            END-PERFORM
            CLOSE CONCESSION-GIVEN-FILE
        END-IF.
        IF wsRefusalReason = SPACES
            DISPLAY "Registry re-aligned - " wsRolledBackBilled
                " billed and " wsRolledBackGiven
                " concession entries of run " restartRunId
                " taken out to bill again."
        END-IF.

    keepRewriteEntryAction.
        ADD 1 TO rewriteTableCount.
        IF rewriteTableCount > 2000
            ADD 1 TO rewriteDroppedCount
        ELSE
            MOVE BilledRegistryRecord TO rewriteEntry(rewriteTableCount)
        END-IF.

    matchRestartBilledAction.
        MOVE "N" TO restartMatchSwitch.
        IF BilledDate = restartRunDate
            PERFORM VARYING restartTableIndex FROM 1 BY 1
                UNTIL restartTableIndex > restartTableCount
                    OR restartMatch
                IF rstStudentId(restartTableIndex) = BilledStudentId
                    AND rstCourse(restartTableIndex) = BilledCourseCode
                    SET restartMatch TO TRUE
                END-IF
            END-PERFORM
        END-IF.

    readGivenRecordAction.
        READ CONCESSION-GIVEN-FILE
            AT END
                SET givenEof TO TRUE
        END-READ.

    matchRestartGivenAction.
        MOVE "N" TO restartMatchSwitch.
        IF GivenRunDate = restartRunDate
            PERFORM VARYING restartTableIndex FROM 1 BY 1
                UNTIL restartTableIndex > restartTableCount
                    OR restartMatch
                IF rstStudentId(restartTableIndex) = GivenStudentId
                    AND rstCourse(restartTableIndex) = GivenCourseCode
                    SET restartMatch TO TRUE
                END-IF
            END-PERFORM
        END-IF.

    surveyPostingSectionsAction.
*>      One pass over SIGNPOST proving each feeder section against
*>      its trailer, as SignedArith will.
        MOVE 0 TO sectionTableCount.
        MOVE 0 TO sectionDroppedCount.
        MOVE "N" TO inSectionSwitch.
        MOVE "N" TO postingEofSwitch.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM surveyOneLineAction UNTIL postingEof
            CLOSE POSTING-FILE
        END-IF.

    readPostingAction.
        READ POSTING-FILE
            AT END
                SET postingEof TO TRUE
        END-READ.

    surveyOneLineAction.
        EVALUATE TRUE
            WHEN PostingRecord(1:3) = "HDR"
                SET insideSection TO TRUE
                IF sectionTableCount < 500
                    ADD 1 TO sectionTableCount
                    MOVE PostingRecord TO sourceLine
                    MOVE SrcProgram TO secProgram(sectionTableCount)
                    MOVE SrcRunId TO secRunId(sectionTableCount)
                    MOVE 0 TO secCount(sectionTableCount)
                    MOVE 0 TO secNet(sectionTableCount)
                    SET secOpen(sectionTableCount) TO TRUE
                ELSE
                    ADD 1 TO sectionDroppedCount
                END-IF
            WHEN PostingRecord(1:3) = "TRL"
                IF insideSection AND sectionDroppedCount = 0
                    MOVE PostingRecord TO sourceLine
                    IF secOpen(sectionTableCount)
                        AND SrcPostingCount IS NUMERIC
                        AND SrcNetAmount IS NUMERIC
                        AND SrcPostingCount =
                            secCount(sectionTableCount)
                        AND SrcNetAmount = secNet(sectionTableCount)
                        SET secProven(sectionTableCount) TO TRUE
                    ELSE
                        MOVE "D" TO secStatus(sectionTableCount)
                    END-IF
                END-IF
                MOVE "N" TO inSectionSwitch
            WHEN PostingRecord(1:3) = "BAT"
                OR PostingRecord(1:3) = "END"
                CONTINUE
            WHEN insideSection AND sectionDroppedCount = 0
                ADD 1 TO secCount(sectionTableCount)
                IF PostAmount IS NUMERIC
                    ADD PostAmount TO secNet(sectionTableCount)
                ELSE
                    MOVE "D" TO secStatus(sectionTableCount)
                END-IF
        END-EVALUATE.
        PERFORM readPostingAction.

    checkDuplicateChargesAction.
*>      Pre-posting check: a student's TU charge reference should be
*>      on SIGNPOST once.  Only what SignedArith will apply counts -
*>      loose postings and proven sections.  Sponsor accounts carry
*>      one TU line per sponsored student, so they are not checked.
        PERFORM surveyPostingSectionsAction.
        MOVE 0 TO wsDuplicateCount.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SortAccountId, SortReference
            INPUT PROCEDURE IS releaseChargesAction
            OUTPUT PROCEDURE IS listDuplicatesAction.

    releaseChargesAction.
        MOVE 0 TO currentSection.
        MOVE "N" TO inSectionSwitch.
        MOVE "N" TO postingEofSwitch.
        OPEN INPUT POSTING-FILE.
        IF wsPostingStatus = "00"
            PERFORM readPostingAction
            PERFORM UNTIL postingEof
                EVALUATE TRUE
                    WHEN PostingRecord(1:3) = "HDR"
                        ADD 1 TO currentSection
                        SET insideSection TO TRUE
                    WHEN PostingRecord(1:3) = "TRL"
                        MOVE "N" TO inSectionSwitch
                    WHEN PostReference(1:2) = "TU"
                        AND PostAccountId(1:1) = "S"
                        AND PostAccountId(2:7) IS NUMERIC
                        PERFORM releaseOneChargeAction
                END-EVALUATE
                PERFORM readPostingAction
            END-PERFORM
            CLOSE POSTING-FILE
        END-IF.

    releaseOneChargeAction.
        IF NOT insideSection
            OR (currentSection NOT > sectionTableCount
                AND secProven(currentSection))
            MOVE PostAccountId TO SortAccountId
            MOVE PostReference TO SortReference
            MOVE PostDate TO SortDate
            RELEASE SortWorkRecord
        END-IF.

    listDuplicatesAction.
        MOVE SPACES TO wsPreviousKey.
        MOVE 0 TO wsDuplicateTimes.
        MOVE "N" TO sortEofSwitch.
        PERFORM returnSortedAction.
        PERFORM UNTIL sortEof
            MOVE SortWorkRecord(1:18) TO wsSortKey
            IF wsSortKey = wsPreviousKey
                ADD 1 TO wsDuplicateTimes
                IF wsDuplicateTimes = 1
                    ADD 1 TO wsDuplicateCount
                    DISPLAY "** DUPLICATE CHARGE on SIGNPOST: account "
                        SortAccountId " reference " SortReference
                        " again on " SortDate
                END-IF
            ELSE
                MOVE 0 TO wsDuplicateTimes
                MOVE wsSortKey TO wsPreviousKey
            END-IF
            PERFORM returnSortedAction
        END-PERFORM.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

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
