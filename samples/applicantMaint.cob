IDENTIFICATION DIVISION.
PROGRAM-ID.  ApplicantMaint.

*> Maintains the APPLMAST applicant file - the people who have asked
*> about or applied for a course but are not yet students.  An
*> applicant moves through a fixed lifecycle, and each step stamps
*> its own date so the funnel report can count who reached which
*> stage:
*>
*>   E enquired  -> A applied, or W withdrawn
*>   A applied   -> O offered, or W withdrawn (an interview date may
*>                  be keyed while the application is open)
*>   O offered   -> C accepted, D declined, or W withdrawn
*>   C accepted  -> W withdrawn, until ApplConvert has registered
*>                  the applicant as a student
*>
*> Declined and withdrawn are closed; a converted applicant is read
*> only.  A new enquiry takes the next applicant number from the
*> APPLNEXT control file, the name, address and the course asked
*> about, which must be an active course on COURSES.  Gender and date
*> of birth - which the registration run needs - are taken when the
*> application is made.  Making an offer appends an APPOFFER selection
*> to LTRSELCT, flagged as addressed to an applicant, so LetterRun
*> prints the offer letter from the applicant file.
*>
*> The operator signs on through OperSignOn and must hold the
*> maintenance permission; every change is stamped with the operator
*> and the date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ApplicantId
        FILE STATUS IS wsApplicantStatus.

    SELECT NEXT-NUMBER-FILE ASSIGN TO "APPLNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNextNumberStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

DATA DIVISION.
FILE SECTION.
FD  APPLICANT-FILE.
01  ApplicantRecord.
    COPY APPLICNT.

FD  NEXT-NUMBER-FILE.
01  ApplNextRecord.
    COPY APPLNEXT.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).
    05  SelAddressee    PIC X.

WORKING-STORAGE SECTION.
01 wsApplicantStatus PIC XX VALUE "00".
01 wsNextNumberStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".

01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 courseFoundSwitch PIC X VALUE "N".
   88 courseFound VALUE "Y".
*> Active courses only - an enquiry is never taken for a course that
*> has been retired.
01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).

01 wsMenuAnswer PIC X VALUE SPACE.
   88 newSelected    VALUE "N".
   88 updateSelected VALUE "U".
   88 exitSelected   VALUE "X".

*> The step keyed against an applicant, checked against the steps
*> open at the applicant's current status.
01 wsStepAnswer PIC X VALUE SPACE.
   88 stepApplied    VALUE "A".
   88 stepInterview  VALUE "I".
   88 stepOffer      VALUE "O".
   88 stepAccepted   VALUE "C".
   88 stepDeclined   VALUE "D".
   88 stepWithdrawn  VALUE "W".
   88 stepPersonal   VALUE "P".
   88 stepKeep       VALUE "K".
01 stepAllowedSwitch PIC X VALUE "N".
   88 stepAllowed VALUE "Y".

01 wsIdInput PIC X(7) VALUE SPACES.
01 wsTextInput PIC X(20) VALUE SPACES.
01 wsCodeInput PIC X(4) VALUE SPACES.
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsGenderInput PIC X VALUE SPACE.
01 applicantFoundSwitch PIC X VALUE "N".
   88 applicantFound VALUE "Y".
01 wsNewApplicantId PIC 9(7) VALUE 0.

01 wsDateToCheck PIC 9(8) VALUE 0.
01 wsDateDigits REDEFINES wsDateToCheck.
   05 wsDateYear  PIC 9(4).
   05 wsDateMonth PIC 9(2).
   05 wsDateDay   PIC 9(2).
01 wsDaysInMonth PIC 9(2) VALUE 0.
01 wsLeapRemainder PIC 9(4) VALUE 0.
01 wsLeapQuotient PIC 9(4) VALUE 0.
01 dateValidSwitch PIC X VALUE "N".
   88 dateValid VALUE "Y".

01 wsAddedCount PIC 9(4) VALUE 0.
01 wsChangedCount PIC 9(4) VALUE 0.
01 wsOfferLetterCount PIC 9(4) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
    COPY DATETIME.

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsNewPin PIC X(4) VALUE SPACES.
01 pinChangedSwitch PIC X VALUE "N".
   88 pinChanged VALUE "Y".
01 signOnOperatorName PIC X(20) VALUE SPACES.
01 signOnPermissions.
   05 signOnPermBatch    PIC X VALUE "N".
   05 signOnPermMaint    PIC X VALUE "N".
      88 operatorMayMaintain VALUE "Y".
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Applicant maintenance".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not authorized to maintain applicants."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET DtCurrent TO TRUE.
    CALL "DateTimeService" USING dateTimeArea.
    MOVE DtDate TO wsRunDate.
    PERFORM loadCourseTableAction.
    IF courseTableCount = 0
        DISPLAY "No active courses on COURSES - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O APPLICANT-FILE.
    IF wsApplicantStatus = "35"
        OPEN OUTPUT APPLICANT-FILE
        CLOSE APPLICANT-FILE
        OPEN I-O APPLICANT-FILE
        DISPLAY "New applicant file created."
    END-IF.
    IF wsApplicantStatus NOT = "00"
        DISPLAY "Applicant file could not be opened - "
            wsApplicantStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    CLOSE APPLICANT-FILE.
    DISPLAY "=====================".
    DISPLAY "Enquiries added:      " wsAddedCount.
    DISPLAY "Applicants changed:   " wsChangedCount.
    DISPLAY "Offer letters queued: " wsOfferLetterCount.
    DISPLAY "=====================".
    STOP RUN.

    acceptOperatorIdAction.
        PERFORM UNTIL signedOn OR signOnNoMaster
            DISPLAY "Operator ID:"
            ACCEPT wsOperatorId
            DISPLAY "PIN:"
            ACCEPT wsOperatorPin
            CALL "OperSignOn" USING wsOperatorId, wsOperatorPin,
                signOnOperatorName, signOnPermissions,
                signOnStatusCode
            EVALUATE TRUE
                WHEN signOnPinChangeDue
                    PERFORM changePinAtSignOnAction
                WHEN signedOn
                    DISPLAY "Signed on: " signOnOperatorName
                WHEN signOnLockedOut
                    DISPLAY "Operator id is locked out - have the "
                        "supervisor reset the PIN in OperMaint."
                WHEN signOnNoMaster
                    DISPLAY "No operator master on file - have the "
                        "supervisor run OperMaint first."
                WHEN OTHER
                    DISPLAY "Operator id or PIN not accepted - "
                        "please re-enter."
            END-EVALUATE
        END-PERFORM.

    changePinAtSignOnAction.
*>      Forced change: first use, a supervisor reset, or a PIN past
*>      its expiry.
        DISPLAY "Your PIN must be changed before you continue.".
        MOVE "N" TO pinChangedSwitch.
        PERFORM UNTIL pinChanged OR signOnNoMaster
            DISPLAY "New PIN (4 digits):"
            ACCEPT wsNewPin
            CALL "OperPinChange" USING wsOperatorId, wsOperatorPin,
                wsNewPin, signOnStatusCode
            IF signedOn
                SET pinChanged TO TRUE
                DISPLAY "PIN changed.  Signed on: "
                    signOnOperatorName
            ELSE
                DISPLAY "PIN not accepted - 4 digits, please."
            END-IF
        END-PERFORM.

    loadCourseTableAction.
        MOVE 0 TO courseTableCount.
        MOVE "N" TO courseEofSwitch.
        OPEN INPUT COURSE-FILE.
        IF wsCourseStatus = "00"
            PERFORM readCourseRecordAction
            PERFORM addCourseTableEntryAction UNTIL courseEof
            CLOSE COURSE-FILE
        END-IF.

    readCourseRecordAction.
        READ COURSE-FILE
            AT END
                SET courseEof TO TRUE
        END-READ.

    addCourseTableEntryAction.
        IF courseTableCount < 50 AND CourseActive
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(N)ew enquiry, (U)pdate an applicant, e(X)it?".
        ACCEPT wsMenuAnswer.
        INSPECT wsMenuAnswer CONVERTING "nux" TO "NUX".
        EVALUATE TRUE
            WHEN newSelected
                PERFORM newEnquiryAction
            WHEN updateSelected
                PERFORM updateApplicantAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter N, U or X."
        END-EVALUATE.

    newEnquiryAction.
        PERFORM issueApplicantIdAction.
        IF wsNewApplicantId = 0
            DISPLAY "Applicant numbers are exhausted - enquiry not "
                "taken."
        ELSE
            INITIALIZE ApplicantRecord
            MOVE wsNewApplicantId TO ApplicantId
            DISPLAY "Applicant number: " ApplicantId
            PERFORM acceptPersonalDetailsAction
            PERFORM acceptCourseCodeAction
            SET ApplEnquired TO TRUE
            MOVE wsRunDate TO ApplEnquiryDate
            MOVE wsOperatorId TO ApplChangedBy
            MOVE wsRunDate TO ApplChangedDate
            WRITE ApplicantRecord
                INVALID KEY
                    DISPLAY "Applicant write failed, status "
                        wsApplicantStatus
                NOT INVALID KEY
                    ADD 1 TO wsAddedCount
                    DISPLAY "Enquiry recorded as applicant "
                        ApplicantId "."
            END-WRITE
        END-IF.

    issueApplicantIdAction.
*>      APPLNEXT also carries ApplConvert's batch number, so the
*>      record is read and written back whole.
        MOVE 1 TO NextApplicantNumber.
        MOVE 1 TO NextConvertBatch.
        OPEN INPUT NEXT-NUMBER-FILE.
        IF wsNextNumberStatus = "00"
            READ NEXT-NUMBER-FILE
                AT END
                    MOVE 1 TO NextApplicantNumber
                    MOVE 1 TO NextConvertBatch
            END-READ
            CLOSE NEXT-NUMBER-FILE
        END-IF.
        IF NextApplicantNumber = 9999999
            MOVE 0 TO wsNewApplicantId
        ELSE
            MOVE NextApplicantNumber TO wsNewApplicantId
            ADD 1 TO NextApplicantNumber
            OPEN OUTPUT NEXT-NUMBER-FILE
            WRITE ApplNextRecord
            CLOSE NEXT-NUMBER-FILE
        END-IF.

    acceptPersonalDetailsAction.
*>      On an amendment ENTER keeps what is held; a new enquiry must
*>      at least carry a name.
        DISPLAY "Surname (ENTER to keep " ApplSurname "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplSurname
        END-IF.
        PERFORM UNTIL ApplSurname NOT = SPACES
            DISPLAY "A surname is needed:"
            ACCEPT ApplSurname
        END-PERFORM.
        DISPLAY "Forename (ENTER to keep " ApplForename "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplForename
        END-IF.
        PERFORM UNTIL ApplForename NOT = SPACES
            DISPLAY "A forename is needed:"
            ACCEPT ApplForename
        END-PERFORM.
        DISPLAY "Address line 1 (ENTER to keep " ApplAddressLine1 "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplAddressLine1
        END-IF.
        DISPLAY "Address line 2 (ENTER to keep " ApplAddressLine2 "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplAddressLine2
        END-IF.
        DISPLAY "Town (ENTER to keep " ApplTown "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplTown
        END-IF.
        DISPLAY "Postcode (ENTER to keep " ApplPostcode "):".
        ACCEPT wsTextInput.
        IF wsTextInput NOT = SPACES
            MOVE wsTextInput TO ApplPostcode
        END-IF.

    acceptCourseCodeAction.
*>      ENTER keeps the course held; a new enquiry has none, so one
*>      must be keyed.
        MOVE "N" TO courseFoundSwitch.
        PERFORM UNTIL courseFound
            DISPLAY "Course code (ENTER to keep " ApplCourseCode "):"
            ACCEPT wsCodeInput
            INSPECT wsCodeInput CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF wsCodeInput = SPACES AND ApplCourseCode NOT = SPACES
                SET courseFound TO TRUE
            ELSE
                PERFORM VARYING courseTableIndex FROM 1 BY 1
                    UNTIL courseTableIndex > courseTableCount
                        OR courseFound
                    IF courseTableCode(courseTableIndex) = wsCodeInput
                        SET courseFound TO TRUE
                        MOVE wsCodeInput TO ApplCourseCode
                        DISPLAY courseTableTitle(courseTableIndex)
                    END-IF
                END-PERFORM
                IF NOT courseFound
                    DISPLAY "Not an active course - please re-enter."
                END-IF
            END-IF
        END-PERFORM.

    acceptGenderAction.
        MOVE SPACE TO wsGenderInput.
        PERFORM UNTIL wsGenderInput = "M" OR wsGenderInput = "F"
            DISPLAY "Gender (M/F, ENTER to keep " ApplGender "):"
            ACCEPT wsGenderInput
            INSPECT wsGenderInput CONVERTING "mf" TO "MF"
            IF wsGenderInput = SPACE AND
                    (ApplGender = "M" OR ApplGender = "F")
                MOVE ApplGender TO wsGenderInput
            END-IF
        END-PERFORM.
        MOVE wsGenderInput TO ApplGender.

    acceptBirthDateAction.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            DISPLAY "Date of birth (YYYYMMDD, ENTER to keep "
                ApplDateOfBirth "):"
            ACCEPT wsDateInput
            IF wsDateInput = SPACES AND ApplDateOfBirth > 0
                MOVE ApplDateOfBirth TO wsDateInput
            END-IF
            IF wsDateInput IS NUMERIC
                MOVE wsDateInput TO wsDateToCheck
                PERFORM validateDateAction
                IF wsDateToCheck NOT < wsRunDate
                    MOVE "N" TO dateValidSwitch
                END-IF
            ELSE
                MOVE "N" TO dateValidSwitch
            END-IF
            IF dateValid
                MOVE wsDateToCheck TO ApplDateOfBirth
            ELSE
                DISPLAY "That is not a past date - please re-enter."
            END-IF
        END-PERFORM.

    acceptInterviewDateAction.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            DISPLAY "Interview date (YYYYMMDD):"
            ACCEPT wsDateInput
            IF wsDateInput IS NUMERIC
                MOVE wsDateInput TO wsDateToCheck
                PERFORM validateDateAction
            ELSE
                MOVE "N" TO dateValidSwitch
            END-IF
            IF dateValid
                MOVE wsDateToCheck TO ApplInterviewDate
            ELSE
                DISPLAY "That is not a real date - please re-enter."
            END-IF
        END-PERFORM.

    validateDateAction.
        MOVE "N" TO dateValidSwitch.
        IF wsDateYear < 1900 OR wsDateMonth < 1 OR wsDateMonth > 12
            CONTINUE
        ELSE
            EVALUATE wsDateMonth
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO wsDaysInMonth
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO wsDaysInMonth
                WHEN 2
                    PERFORM checkLeapYearAction
            END-EVALUATE
            IF wsDateDay >= 1 AND wsDateDay <= wsDaysInMonth
                SET dateValid TO TRUE
            END-IF
        END-IF.

    checkLeapYearAction.
        MOVE 28 TO wsDaysInMonth.
        DIVIDE wsDateYear BY 4
            GIVING wsLeapQuotient REMAINDER wsLeapRemainder.
        IF wsLeapRemainder = 0
            MOVE 29 TO wsDaysInMonth
            DIVIDE wsDateYear BY 100
                GIVING wsLeapQuotient REMAINDER wsLeapRemainder
            IF wsLeapRemainder = 0
                DIVIDE wsDateYear BY 400
                    GIVING wsLeapQuotient REMAINDER wsLeapRemainder
                IF wsLeapRemainder NOT = 0
                    MOVE 28 TO wsDaysInMonth
                END-IF
            END-IF
        END-IF.

    updateApplicantAction.
        PERFORM findApplicantAction.
        IF applicantFound
            PERFORM showApplicantAction
            EVALUATE TRUE
                WHEN ApplStudentId > 0
                    DISPLAY "Registered as student " ApplStudentId
                        " - no further changes."
                WHEN ApplDeclined OR ApplWithdrawn
                    DISPLAY "Applicant is closed - no further changes."
                WHEN OTHER
                    PERFORM acceptStepAction
                    IF NOT stepKeep
                        PERFORM applyStepAction
                        PERFORM saveApplicantAction
                    END-IF
            END-EVALUATE
        END-IF.

    findApplicantAction.
        MOVE "N" TO applicantFoundSwitch.
        DISPLAY "Applicant number:".
        ACCEPT wsIdInput.
        IF wsIdInput IS NOT NUMERIC
            DISPLAY "Please enter the seven-digit applicant number."
        ELSE
            MOVE wsIdInput TO ApplicantId
            READ APPLICANT-FILE
                INVALID KEY
                    DISPLAY "Applicant " ApplicantId " is not on file."
                NOT INVALID KEY
                    SET applicantFound TO TRUE
            END-READ
        END-IF.

    showApplicantAction.
        DISPLAY ApplForename " " ApplSurname "  course "
            ApplCourseCode.
        DISPLAY "Status " ApplStatus "  enquired " ApplEnquiryDate
            "  applied " ApplAppliedDate "  interview "
            ApplInterviewDate.
        DISPLAY "  offered " ApplOfferDate "  replied " ApplReplyDate
            "  withdrawn " ApplWithdrawnDate.

    acceptStepAction.
*>      Only the steps open at the current status are taken.
        MOVE "N" TO stepAllowedSwitch.
        PERFORM UNTIL stepAllowed
            EVALUATE TRUE
                WHEN ApplEnquired
                    DISPLAY "(A)pplied, (P)ersonal details, "
                        "(W)ithdrawn, (K)eep as is?"
                WHEN ApplApplied
                    DISPLAY "(I)nterview date, (O)ffer a place, "
                        "(P)ersonal details, (W)ithdrawn, (K)eep as is?"
                WHEN ApplOffered
                    DISPLAY "(C) accepted, (D)eclined, (W)ithdrawn, "
                        "(K)eep as is?"
                WHEN ApplAccepted
                    DISPLAY "(W)ithdrawn, (K)eep as is?"
            END-EVALUATE
            ACCEPT wsStepAnswer
            INSPECT wsStepAnswer CONVERTING "aiocdwpk" TO "AIOCDWPK"
            EVALUATE TRUE
                WHEN stepKeep OR stepWithdrawn
                    SET stepAllowed TO TRUE
                WHEN ApplEnquired AND (stepApplied OR stepPersonal)
                    SET stepAllowed TO TRUE
                WHEN ApplApplied
                        AND (stepInterview OR stepOffer OR stepPersonal)
                    SET stepAllowed TO TRUE
                WHEN ApplOffered AND (stepAccepted OR stepDeclined)
                    SET stepAllowed TO TRUE
                WHEN OTHER
                    DISPLAY "That step is not open at status "
                        ApplStatus " - please re-enter."
            END-EVALUATE
        END-PERFORM.

    applyStepAction.
        EVALUATE TRUE
            WHEN stepApplied
                PERFORM acceptCourseCodeAction
                PERFORM acceptGenderAction
                PERFORM acceptBirthDateAction
                SET ApplApplied TO TRUE
                MOVE wsRunDate TO ApplAppliedDate
            WHEN stepInterview
                PERFORM acceptInterviewDateAction
            WHEN stepOffer
                SET ApplOffered TO TRUE
                MOVE wsRunDate TO ApplOfferDate
            WHEN stepAccepted
                SET ApplAccepted TO TRUE
                MOVE wsRunDate TO ApplReplyDate
            WHEN stepDeclined
                SET ApplDeclined TO TRUE
                MOVE wsRunDate TO ApplReplyDate
            WHEN stepWithdrawn
                SET ApplWithdrawn TO TRUE
                MOVE wsRunDate TO ApplWithdrawnDate
            WHEN stepPersonal
                PERFORM acceptPersonalDetailsAction
                PERFORM acceptCourseCodeAction
                IF ApplApplied
                    PERFORM acceptGenderAction
                    PERFORM acceptBirthDateAction
                END-IF
        END-EVALUATE.

    queueOfferLetterAction.
*>      The selection's id is the applicant number; the addressee
*>      flag tells LetterRun to look it up on the applicant file.
        OPEN EXTEND LETTER-SELECTION-FILE.
        IF wsLetterSelStatus NOT = "00"
            OPEN OUTPUT LETTER-SELECTION-FILE
        END-IF.
        MOVE "APPOFFER" TO SelTemplate.
        MOVE ApplicantId TO SelStudentId.
        MOVE ApplCourseCode TO SelCourseCode.
        MOVE "A" TO SelAddressee.
        WRITE SelectionRecord.
        CLOSE LETTER-SELECTION-FILE.
        ADD 1 TO wsOfferLetterCount.
        DISPLAY "Offer letter queued for LetterRun.".

    saveApplicantAction.
        MOVE wsOperatorId TO ApplChangedBy.
        MOVE wsRunDate TO ApplChangedDate.
        REWRITE ApplicantRecord
            INVALID KEY
                DISPLAY "Applicant update failed, status "
                    wsApplicantStatus
            NOT INVALID KEY
                ADD 1 TO wsChangedCount
                DISPLAY "Applicant " ApplicantId " now at status "
                    ApplStatus "."
                IF stepOffer
                    PERFORM queueOfferLetterAction
                END-IF
        END-REWRITE.
