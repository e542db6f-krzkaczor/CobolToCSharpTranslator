IDENTIFICATION DIVISION.
PROGRAM-ID.  SponsorMaint.

*> Maintenance for employer sponsors and the enrollments they pay
*> for.  The SPONSOR master holds one record per sponsor - id, name,
*> the invoicing address and the person invoices go to - and the
*> SPONLINK file ties a student's enrollment (student id and course
*> code) to the sponsor paying for it.  TuitionBilling charges a
*> linked enrollment to the sponsor's ledger account (SP plus the
*> six-digit sponsor id) instead of the student's own "S" account and
*> puts it on the sponsor's consolidated invoice.  A sponsor that
*> still has enrollments linked to it cannot be closed; unlink them
*> first.  Both files are loaded into tables at start-up and
*> rewritten whole on exit, the way CourseMaint keeps the catalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPONSOR-FILE ASSIGN TO "SPONSOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSponsorStatus.

    SELECT SPONSOR-LINK-FILE ASSIGN TO "SPONLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLinkStatus.

DATA DIVISION.
FILE SECTION.
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
        88 sponsorOpen      VALUE "A".
        88 sponsorClosed    VALUE "C".

FD  SPONSOR-LINK-FILE.
01  SponsorLinkRecord.
    05  LinkStudentId       PIC 9(7).
    05  LinkCourseCode      PIC X(4).
    05  LinkSponsorId       PIC 9(6).
    05  LinkDate            PIC 9(8).

WORKING-STORAGE SECTION.
01 wsSponsorStatus PIC XX VALUE "00".
01 wsLinkStatus PIC XX VALUE "00".

01 sponsorEofSwitch PIC X VALUE "N".
   88 sponsorEof VALUE "Y".
01 linkEofSwitch PIC X VALUE "N".
   88 linkEof VALUE "Y".
01 filesChangedSwitch PIC X VALUE "N".
   88 filesChanged VALUE "Y".

01 sponsorTableCount PIC 9(3) VALUE 0.
01 sponsorTableIndex PIC 9(3) VALUE 0.
01 sponsorFoundIndex PIC 9(3) VALUE 0.
01 sponsorTable.
    05 sponsorTableEntry OCCURS 200 TIMES.
        10 sponTabId       PIC 9(6).
        10 sponTabName     PIC X(30).
        10 sponTabAddress1 PIC X(30).
        10 sponTabAddress2 PIC X(30).
        10 sponTabTown     PIC X(20).
        10 sponTabPostcode PIC X(8).
        10 sponTabContact  PIC X(30).
        10 sponTabPhone    PIC X(14).
        10 sponTabStatus   PIC X.

01 linkTableCount PIC 9(4) VALUE 0.
01 linkTableIndex PIC 9(4) VALUE 0.
01 linkFoundIndex PIC 9(4) VALUE 0.
01 linkTable.
    05 linkTableEntry OCCURS 2000 TIMES.
        10 linkTabStudentId PIC 9(7).
        10 linkTabCourse    PIC X(4).
        10 linkTabSponsorId PIC 9(6).
        10 linkTabDate      PIC 9(8).

01 wsNotLoadedCount PIC 9(4) VALUE 0.
01 wsLinkedCount PIC 9(4) VALUE 0.

01 wsActionAnswer PIC X VALUE SPACE.
   88 addSelected    VALUE "A".
   88 amendSelected  VALUE "M".
   88 closeSelected  VALUE "C".
   88 linkSelected   VALUE "K".
   88 unlinkSelected VALUE "U".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsSponsorIdInput PIC X(6) VALUE SPACES.
01 wsEntrySponsorId PIC 9(6) VALUE 0.
01 wsStudentIdInput PIC X(7) VALUE SPACES.
01 wsEntryStudentId PIC 9(7) VALUE 0.
01 wsCodeInput PIC X(4) VALUE SPACES.
01 wsTextInput PIC X(30) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Sponsor maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadSponsorTableAction.
    PERFORM loadLinkTableAction.
    IF wsNotLoadedCount > 0
*>      A partial table must never be written back over the file -
*>      that would destroy every record that did not fit.
        DISPLAY "*************************************************"
        DISPLAY "** SPONSOR FILES HOLD MORE THAN THE TABLES - "
            wsNotLoadedCount " RECORD(S) NOT LOADED."
        DISPLAY "** NO CHANGES CAN BE SAVED - FILES LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF filesChanged
        PERFORM saveSponsorFileAction
        PERFORM saveLinkFileAction
        DISPLAY "Sponsor files saved - " sponsorTableCount
            " sponsor(s), " linkTableCount " linked enrollment(s)."
    ELSE
        DISPLAY "No changes made - sponsor files left as they were."
    END-IF.
    STOP RUN.

    loadSponsorTableAction.
        MOVE 0 TO sponsorTableCount.
        MOVE "N" TO sponsorEofSwitch.
        OPEN INPUT SPONSOR-FILE.
        IF wsSponsorStatus = "00"
            PERFORM readSponsorRecordAction
            PERFORM addSponsorEntryAction UNTIL sponsorEof
            CLOSE SPONSOR-FILE
        ELSE
            DISPLAY "No sponsor file yet - starting an empty table."
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
            MOVE SponsorPhone TO sponTabPhone(sponsorTableCount)
            MOVE SponsorStatus TO sponTabStatus(sponsorTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
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
            MOVE LinkDate TO linkTabDate(linkTableCount)
        ELSE
            ADD 1 TO wsNotLoadedCount
        END-IF.
        PERFORM readLinkRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(A)dd sponsor, a(M)end, (C)lose, lin(K) enrollment, "
            "(U)nlink, (L)ist, e(X)it and save?".
        ACCEPT wsActionAnswer.
        EVALUATE TRUE
            WHEN addSelected
                PERFORM addSponsorAction
            WHEN amendSelected
                PERFORM amendSponsorAction
            WHEN closeSelected
                PERFORM closeSponsorAction
            WHEN linkSelected
                PERFORM linkEnrollmentAction
            WHEN unlinkSelected
                PERFORM unlinkEnrollmentAction
            WHEN listSelected
                PERFORM listSponsorsAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter A, M, C, K, U, L or X."
        END-EVALUATE.

    addSponsorAction.
        IF sponsorTableCount >= 200
            DISPLAY "Sponsor table is full - cannot add a sponsor."
        ELSE
            PERFORM acceptSponsorIdAction
            PERFORM findSponsorAction
            IF sponsorFoundIndex > 0
                DISPLAY "Sponsor " wsEntrySponsorId " is already on "
                    "file - use aMend instead."
            ELSE
                ADD 1 TO sponsorTableCount
                MOVE sponsorTableCount TO sponsorFoundIndex
                MOVE wsEntrySponsorId TO sponTabId(sponsorFoundIndex)
                MOVE SPACES TO sponTabName(sponsorFoundIndex)
                    sponTabAddress1(sponsorFoundIndex)
                    sponTabAddress2(sponsorFoundIndex)
                    sponTabTown(sponsorFoundIndex)
                    sponTabPostcode(sponsorFoundIndex)
                    sponTabContact(sponsorFoundIndex)
                    sponTabPhone(sponsorFoundIndex)
                MOVE "A" TO sponTabStatus(sponsorFoundIndex)
                PERFORM acceptSponsorDetailsAction
                SET filesChanged TO TRUE
                DISPLAY "Sponsor " wsEntrySponsorId " added - ledger "
                    "account SP" wsEntrySponsorId "."
            END-IF
        END-IF.

    amendSponsorAction.
        PERFORM acceptSponsorIdAction.
        PERFORM findSponsorAction.
        IF sponsorFoundIndex = 0
            DISPLAY "Sponsor " wsEntrySponsorId " is not on file."
        ELSE
            DISPLAY "Blank keeps the current value."
            PERFORM acceptSponsorDetailsAction
            SET filesChanged TO TRUE
            DISPLAY "Sponsor " wsEntrySponsorId " amended."
        END-IF.

    closeSponsorAction.
        PERFORM acceptSponsorIdAction.
        PERFORM findSponsorAction.
        IF sponsorFoundIndex = 0
            DISPLAY "Sponsor " wsEntrySponsorId " is not on file."
        ELSE
            MOVE 0 TO wsLinkedCount
            PERFORM VARYING linkTableIndex FROM 1 BY 1
                UNTIL linkTableIndex > linkTableCount
                IF linkTabSponsorId(linkTableIndex) = wsEntrySponsorId
                    ADD 1 TO wsLinkedCount
                END-IF
            END-PERFORM
            IF wsLinkedCount > 0
                DISPLAY "Sponsor " wsEntrySponsorId " still pays for "
                    wsLinkedCount " enrollment(s) - unlink them first."
            ELSE
                MOVE "C" TO sponTabStatus(sponsorFoundIndex)
                SET filesChanged TO TRUE
                DISPLAY "Sponsor " wsEntrySponsorId " closed."
            END-IF
        END-IF.

    acceptSponsorDetailsAction.
*>      On amend a blank answer leaves the field as it was; on add
*>      the name and the first address line cannot be left blank.
        DISPLAY "Name [" sponTabName(sponsorFoundIndex) "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabName(sponsorFoundIndex)
        END-IF.
        PERFORM UNTIL sponTabName(sponsorFoundIndex) NOT = SPACES
            DISPLAY "A sponsor must have a name:"
            PERFORM acceptTextAction
            MOVE wsTextInput TO sponTabName(sponsorFoundIndex)
        END-PERFORM.
        DISPLAY "Invoice address line 1 ["
            sponTabAddress1(sponsorFoundIndex) "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabAddress1(sponsorFoundIndex)
        END-IF.
        PERFORM UNTIL sponTabAddress1(sponsorFoundIndex) NOT = SPACES
            DISPLAY "Invoices need an address - line 1:"
            PERFORM acceptTextAction
            MOVE wsTextInput TO sponTabAddress1(sponsorFoundIndex)
        END-PERFORM.
        DISPLAY "Invoice address line 2 ["
            sponTabAddress2(sponsorFoundIndex) "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabAddress2(sponsorFoundIndex)
        END-IF.
        DISPLAY "Town [" sponTabTown(sponsorFoundIndex) "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabTown(sponsorFoundIndex)
        END-IF.
        DISPLAY "Postcode [" sponTabPostcode(sponsorFoundIndex) "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabPostcode(sponsorFoundIndex)
        END-IF.
        DISPLAY "Invoice contact [" sponTabContact(sponsorFoundIndex)
            "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabContact(sponsorFoundIndex)
        END-IF.
        DISPLAY "Contact phone [" sponTabPhone(sponsorFoundIndex)
            "]:".
        PERFORM acceptTextAction.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO sponTabPhone(sponsorFoundIndex)
        END-IF.

    acceptTextAction.
        MOVE SPACES TO wsTextInput.
        ACCEPT wsTextInput.

    linkEnrollmentAction.
        PERFORM acceptEnrollmentAction.
        PERFORM findLinkAction.
        IF linkFoundIndex > 0
            DISPLAY "Enrollment is already paid for by sponsor "
                linkTabSponsorId(linkFoundIndex) " - unlink it first."
        ELSE
            IF linkTableCount >= 2000
                DISPLAY "Link table is full - cannot link another "
                    "enrollment."
            ELSE
                PERFORM acceptSponsorIdAction
                PERFORM findSponsorAction
                IF sponsorFoundIndex = 0
                    DISPLAY "Sponsor " wsEntrySponsorId
                        " is not on file."
                ELSE
                    IF sponTabStatus(sponsorFoundIndex) = "C"
                        DISPLAY "Sponsor " wsEntrySponsorId
                            " is closed."
                    ELSE
                        ADD 1 TO linkTableCount
                        MOVE wsEntryStudentId
                            TO linkTabStudentId(linkTableCount)
                        MOVE wsCodeInput
                            TO linkTabCourse(linkTableCount)
                        MOVE wsEntrySponsorId
                            TO linkTabSponsorId(linkTableCount)
                        MOVE wsRunDate TO linkTabDate(linkTableCount)
                        SET filesChanged TO TRUE
                        DISPLAY "Student " wsEntryStudentId " on "
                            wsCodeInput " now billed to "
                            sponTabName(sponsorFoundIndex)
                    END-IF
                END-IF
            END-IF
        END-IF.

    unlinkEnrollmentAction.
        PERFORM acceptEnrollmentAction.
        PERFORM findLinkAction.
        IF linkFoundIndex = 0
            DISPLAY "That enrollment has no sponsor."
        ELSE
*>          Close the gap so the table stays dense for the rewrite.
            PERFORM VARYING linkTableIndex FROM linkFoundIndex BY 1
                UNTIL linkTableIndex >= linkTableCount
                MOVE linkTableEntry(linkTableIndex + 1)
                    TO linkTableEntry(linkTableIndex)
            END-PERFORM
            SUBTRACT 1 FROM linkTableCount
            SET filesChanged TO TRUE
            DISPLAY "Student " wsEntryStudentId " on " wsCodeInput
                " will be billed to the student from now on."
        END-IF.

    acceptEnrollmentAction.
        MOVE SPACES TO wsStudentIdInput.
        PERFORM UNTIL wsStudentIdInput IS NUMERIC
            DISPLAY "Student id (7 digits):"
            ACCEPT wsStudentIdInput
        END-PERFORM.
        MOVE wsStudentIdInput TO wsEntryStudentId.
        MOVE SPACES TO wsCodeInput.
        PERFORM UNTIL wsCodeInput NOT = SPACES
            DISPLAY "Course code:"
            ACCEPT wsCodeInput
        END-PERFORM.

    acceptSponsorIdAction.
        MOVE SPACES TO wsSponsorIdInput.
        PERFORM UNTIL wsSponsorIdInput IS NUMERIC
            DISPLAY "Sponsor id (6 digits):"
            ACCEPT wsSponsorIdInput
        END-PERFORM.
        MOVE wsSponsorIdInput TO wsEntrySponsorId.

    findSponsorAction.
        MOVE 0 TO sponsorFoundIndex.
        PERFORM VARYING sponsorTableIndex FROM 1 BY 1
            UNTIL sponsorTableIndex > sponsorTableCount
            IF sponTabId(sponsorTableIndex) = wsEntrySponsorId
                MOVE sponsorTableIndex TO sponsorFoundIndex
            END-IF
        END-PERFORM.

    findLinkAction.
        MOVE 0 TO linkFoundIndex.
        PERFORM VARYING linkTableIndex FROM 1 BY 1
            UNTIL linkTableIndex > linkTableCount
            IF linkTabStudentId(linkTableIndex) = wsEntryStudentId
                AND linkTabCourse(linkTableIndex) = wsCodeInput
                MOVE linkTableIndex TO linkFoundIndex
            END-IF
        END-PERFORM.

    listSponsorsAction.
        PERFORM listOneSponsorAction
            VARYING sponsorTableIndex FROM 1 BY 1
            UNTIL sponsorTableIndex > sponsorTableCount.

    listOneSponsorAction.
        DISPLAY "  " sponTabId(sponsorTableIndex)
            " " sponTabName(sponsorTableIndex)
            " contact=" sponTabContact(sponsorTableIndex)
            " status=" sponTabStatus(sponsorTableIndex).
        PERFORM VARYING linkTableIndex FROM 1 BY 1
            UNTIL linkTableIndex > linkTableCount
            IF linkTabSponsorId(linkTableIndex)
                    = sponTabId(sponsorTableIndex)
                DISPLAY "      pays for " linkTabStudentId(linkTableIndex)
                    " " linkTabCourse(linkTableIndex)
                    " since " linkTabDate(linkTableIndex)
            END-IF
        END-PERFORM.

    saveSponsorFileAction.
        OPEN OUTPUT SPONSOR-FILE.
        PERFORM writeOneSponsorAction
            VARYING sponsorTableIndex FROM 1 BY 1
            UNTIL sponsorTableIndex > sponsorTableCount.
        CLOSE SPONSOR-FILE.

    writeOneSponsorAction.
        MOVE sponTabId(sponsorTableIndex) TO SponsorId.
        MOVE sponTabName(sponsorTableIndex) TO SponsorName.
        MOVE sponTabAddress1(sponsorTableIndex) TO SponsorAddress1.
        MOVE sponTabAddress2(sponsorTableIndex) TO SponsorAddress2.
        MOVE sponTabTown(sponsorTableIndex) TO SponsorTown.
        MOVE sponTabPostcode(sponsorTableIndex) TO SponsorPostcode.
        MOVE sponTabContact(sponsorTableIndex) TO SponsorContact.
        MOVE sponTabPhone(sponsorTableIndex) TO SponsorPhone.
        MOVE sponTabStatus(sponsorTableIndex) TO SponsorStatus.
        WRITE SponsorRecord.

    saveLinkFileAction.
        OPEN OUTPUT SPONSOR-LINK-FILE.
        PERFORM writeOneLinkAction
            VARYING linkTableIndex FROM 1 BY 1
            UNTIL linkTableIndex > linkTableCount.
        CLOSE SPONSOR-LINK-FILE.

    writeOneLinkAction.
        MOVE linkTabStudentId(linkTableIndex) TO LinkStudentId.
        MOVE linkTabCourse(linkTableIndex) TO LinkCourseCode.
        MOVE linkTabSponsorId(linkTableIndex) TO LinkSponsorId.
        MOVE linkTabDate(linkTableIndex) TO LinkDate.
        WRITE SponsorLinkRecord.
