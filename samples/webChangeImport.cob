IDENTIFICATION DIVISION.
PROGRAM-ID.  WebChangeImport.

*> Batch interface for the online change-of-details form.  The
*> website drops its requests on the WEBCHG flat file, one line per
*> submission: the site's request reference, the student id, the date
*> of birth the student keyed as a security check, a new address
*> block and new emergency contact phone numbers.  A block left blank
*> on the form is not changed.
*>
*> Each request is checked whole before anything is applied:
*>
*>   - the student id must be on STUMAST and the date of birth must
*>     match the master - the reason given back to the website does
*>     not say which of the two was wrong;
*>   - a new address needs at least the first line, town and
*>     postcode;
*>   - new phone numbers need at least the first number, and an
*>     emergency contact already on EMERCONT - the form cannot
*>     create one;
*>   - a record held on STULOCKS by an operator in the office is
*>     left alone and the student asked to resubmit.
*>
*> An address change rewrites STUMAST with B/A images on STUAUDIT; a
*> phone change rewrites EMERCONT with E/F (contact before/after)
*> images on STUAUDIT.  Both post to the STUJRNL journal through
*> StuJournal under the operator id WEBFORM.  Every request gets a
*> line on the WEBACK acknowledgement file for the website, APPLIED
*> or REJECTED with the reason.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-REQUEST-FILE ASSIGN TO "WEBCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRequestStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT EMERGENCY-CONTACT-FILE ASSIGN TO "EMERCONT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ContactStudentId
        FILE STATUS IS wsContactStatus.

    SELECT LOCK-FILE ASSIGN TO "STULOCKS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LockStudentId
        FILE STATUS IS wsLockStatus.

    SELECT AUDIT-FILE ASSIGN TO "STUAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAuditStatus.

    SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO "WEBACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAckStatus.

DATA DIVISION.
FILE SECTION.
FD  CHANGE-REQUEST-FILE.
01  ChangeRequestRecord.
    05  WebRequestRef     PIC X(10).
    05  WebStudentId      PIC X(7).
    05  WebDateOfBirth    PIC X(8).
    05  WebAddress.
        10  WebAddressLine1 PIC X(20).
        10  WebAddressLine2 PIC X(20).
        10  WebTown         PIC X(15).
        10  WebPostcode     PIC X(8).
    05  WebPhones.
        10  WebPhone1       PIC X(14).
        10  WebPhone2       PIC X(14).

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  EMERGENCY-CONTACT-FILE.
01  EmergencyContactRecord.
    05  ContactStudentId    PIC 9(7).
    05  ContactName         PIC X(30).
    05  ContactRelationship PIC X(12).
    05  ContactPhone1       PIC X(14).
    05  ContactPhone2       PIC X(14).
    05  ContactAddress      PIC X(40).

FD  LOCK-FILE.
01  LockRecord.
    05  LockStudentId   PIC 9(7).
    05  LockOperatorId  PIC X(8).
    05  LockDate        PIC 9(8).
    05  LockTime        PIC 9(8).

FD  AUDIT-FILE.
01  StudentAuditRecord.
    02  AuditOperatorId PIC X(8).
    02  AuditDate       PIC 9(8).
    02  AuditImageType  PIC X.
    COPY STUDENT.
*> Contact images (types E and F) carry the EMERCONT record where
*> the student record would sit.
01  ContactAuditRecord.
    02  ContactAuditOperatorId PIC X(8).
    02  ContactAuditDate       PIC 9(8).
    02  ContactAuditImageType  PIC X.
    02  ContactAuditImage      PIC X(117).
    02  FILLER                 PIC X(17).

FD  ACKNOWLEDGEMENT-FILE.
01  AcknowledgementRecord.
    05  AckRequestRef   PIC X(10).
    05  AckStudentId    PIC X(7).
    05  AckResult       PIC X(8).
    05  AckReason       PIC X(40).
    05  AckDate         PIC 9(8).

WORKING-STORAGE SECTION.
01 wsRequestStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsContactStatus PIC XX VALUE "00".
01 wsLockStatus PIC XX VALUE "00".
01 wsAuditStatus PIC XX VALUE "00".
01 wsAckStatus PIC XX VALUE "00".

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "WebChangeImport".
   05 jrnOperatorId PIC X(8)  VALUE "WEBFORM".
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 requestEofSwitch PIC X VALUE "N".
   88 requestEof VALUE "Y".
01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".
01 contactOpenSwitch PIC X VALUE "N".
   88 contactOpen VALUE "Y".
01 lockOpenSwitch PIC X VALUE "N".
   88 lockOpen VALUE "Y".
01 addressChangeSwitch PIC X VALUE "N".
   88 addressChange VALUE "Y".
01 phoneChangeSwitch PIC X VALUE "N".
   88 phoneChange VALUE "Y".

01 wsWebOperator PIC X(8) VALUE "WEBFORM".
01 wsRequestId PIC 9(7) VALUE 0.
01 wsRejectReason PIC X(40) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.

01 beforeStudentDetails.
    COPY STUDENT.
01 beforeContactImage PIC X(117) VALUE SPACES.

01 wsReadCount PIC 9(5) VALUE 0.
01 wsAppliedCount PIC 9(5) VALUE 0.
01 wsRejectedCount PIC 9(5) VALUE 0.
01 wsAddressCount PIC 9(5) VALUE 0.
01 wsPhoneCount PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN INPUT CHANGE-REQUEST-FILE.
    IF wsRequestStatus NOT = "00"
        DISPLAY "No change requests from the website - "
            wsRequestStatus
        GOBACK
    END-IF.
    OPEN I-O STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** STUDENT MASTER NOT AVAILABLE - STATUS "
            wsMasterStatus
        DISPLAY "** RUN REFUSED - NO CHANGES APPLIED OR ACKNOWLEDGED."
        DISPLAY "*************************************************"
        CLOSE CHANGE-REQUEST-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    SET masterOpen TO TRUE.
    OPEN I-O EMERGENCY-CONTACT-FILE.
    IF wsContactStatus = "00"
        SET contactOpen TO TRUE
    END-IF.
    OPEN INPUT LOCK-FILE.
    IF wsLockStatus = "00"
        SET lockOpen TO TRUE
    END-IF.
    OPEN EXTEND AUDIT-FILE.
    IF wsAuditStatus NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    OPEN OUTPUT ACKNOWLEDGEMENT-FILE.

    PERFORM readRequestAction.
    PERFORM processOneRequestAction UNTIL requestEof.

    CLOSE ACKNOWLEDGEMENT-FILE.
    CLOSE AUDIT-FILE.
    IF lockOpen
        CLOSE LOCK-FILE
    END-IF.
    IF contactOpen
        CLOSE EMERGENCY-CONTACT-FILE
    END-IF.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.
    CLOSE CHANGE-REQUEST-FILE.

    DISPLAY "=====================".
    DISPLAY " Web change-of-details totals"
    DISPLAY " Requests read    : " wsReadCount
    DISPLAY " Applied          : " wsAppliedCount
    DISPLAY "   addresses      : " wsAddressCount
    DISPLAY "   contact phones : " wsPhoneCount
    DISPLAY " Rejected         : " wsRejectedCount
    DISPLAY "=====================".
    IF wsRejectedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    readRequestAction.
        READ CHANGE-REQUEST-FILE
            AT END
                SET requestEof TO TRUE
        END-READ.

    processOneRequestAction.
        ADD 1 TO wsReadCount.
        MOVE SPACES TO wsRejectReason.
        PERFORM checkRequestAction.
        IF wsRejectReason = SPACES
            PERFORM applyRequestAction
        END-IF.
        PERFORM writeAcknowledgementAction.
        PERFORM readRequestAction.

    checkRequestAction.
*>      Nothing is applied until the whole request has passed, so a
*>      good address is never taken with a bad phone block or the
*>      other way round.
        MOVE "N" TO addressChangeSwitch.
        MOVE "N" TO phoneChangeSwitch.
        IF WebAddress NOT = SPACES
            SET addressChange TO TRUE
        END-IF.
        IF WebPhones NOT = SPACES
            SET phoneChange TO TRUE
        END-IF.
        EVALUATE TRUE
            WHEN WebStudentId IS NOT NUMERIC
                MOVE "student id not 7 digits" TO wsRejectReason
            WHEN NOT addressChange AND NOT phoneChange
                MOVE "nothing to change" TO wsRejectReason
            WHEN addressChange
                AND (WebAddressLine1 = SPACES OR WebTown = SPACES
                     OR WebPostcode = SPACES)
                MOVE "address needs line 1, town and postcode"
                    TO wsRejectReason
            WHEN phoneChange AND WebPhone1 = SPACES
                MOVE "first contact phone number missing"
                    TO wsRejectReason
            WHEN OTHER
                MOVE WebStudentId TO wsRequestId
                PERFORM checkStudentAction
        END-EVALUATE.
        IF wsRejectReason = SPACES
            PERFORM checkLockAction
        END-IF.
        IF wsRejectReason = SPACES AND phoneChange
            PERFORM checkContactAction
        END-IF.

    checkStudentAction.
        MOVE wsRequestId TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                MOVE "student or date of birth not recognised"
                    TO wsRejectReason
            NOT INVALID KEY
                IF WebDateOfBirth IS NOT NUMERIC
                    MOVE "student or date of birth not recognised"
                        TO wsRejectReason
                ELSE
                    IF WebDateOfBirth NOT =
                        DateOfBirth OF StudentMasterRecord
                        MOVE "student or date of birth not recognised"
                            TO wsRejectReason
                    END-IF
                END-IF
        END-READ.

    checkLockAction.
*>      An operator part-way through maintaining the record in the
*>      office wins; the website is told to try again.
        IF lockOpen
            MOVE wsRequestId TO LockStudentId
            READ LOCK-FILE
                KEY IS LockStudentId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "record in use at the office - resubmit later"
                        TO wsRejectReason
            END-READ
        END-IF.

    checkContactAction.
        IF NOT contactOpen
            MOVE "no emergency contact on file - contact the office"
                TO wsRejectReason
        ELSE
            MOVE wsRequestId TO ContactStudentId
            READ EMERGENCY-CONTACT-FILE
                KEY IS ContactStudentId
                INVALID KEY
                    MOVE "no emergency contact on file - contact the office"
                        TO wsRejectReason
            END-READ
        END-IF.

    applyRequestAction.
        IF addressChange
            PERFORM applyAddressAction
        END-IF.
        IF wsRejectReason = SPACES AND phoneChange
            PERFORM applyPhoneAction
        END-IF.
        IF wsRejectReason = SPACES
            ADD 1 TO wsAppliedCount
        END-IF.

    applyAddressAction.
        MOVE CORRESPONDING StudentMasterRecord TO beforeStudentDetails.
        MOVE WebAddressLine1 TO AddressLine1 OF StudentMasterRecord.
        MOVE WebAddressLine2 TO AddressLine2 OF StudentMasterRecord.
        MOVE WebTown TO Town OF StudentMasterRecord.
        MOVE WebPostcode TO Postcode OF StudentMasterRecord.
        REWRITE StudentMasterRecord
            INVALID KEY
                MOVE "address could not be saved - contact the office"
                    TO wsRejectReason
            NOT INVALID KEY
                ADD 1 TO wsAddressCount
                PERFORM writeStudentAuditAction
                MOVE "STUMAST" TO jrnFileName
                MOVE "C" TO jrnAction
                MOVE StudentMasterRecord TO jrnImage
                CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
                    jrnFileName, jrnAction, jrnImage
        END-REWRITE.

    writeStudentAuditAction.
        MOVE wsWebOperator TO AuditOperatorId.
        MOVE wsRunDate TO AuditDate.
        MOVE "B" TO AuditImageType.
        MOVE CORRESPONDING beforeStudentDetails TO StudentAuditRecord.
        WRITE StudentAuditRecord.
        MOVE wsWebOperator TO AuditOperatorId.
        MOVE wsRunDate TO AuditDate.
        MOVE "A" TO AuditImageType.
        MOVE CORRESPONDING StudentMasterRecord TO StudentAuditRecord.
        WRITE StudentAuditRecord.

    applyPhoneAction.
*>      A blank second number on the form clears the old one.
        MOVE EmergencyContactRecord TO beforeContactImage.
        MOVE WebPhone1 TO ContactPhone1.
        MOVE WebPhone2 TO ContactPhone2.
        REWRITE EmergencyContactRecord
            INVALID KEY
                IF addressChange
                    MOVE "address saved, phones not - call the office"
                        TO wsRejectReason
                ELSE
                    MOVE "phones could not be saved - call the office"
                        TO wsRejectReason
                END-IF
            NOT INVALID KEY
                ADD 1 TO wsPhoneCount
                PERFORM writeContactAuditAction
                MOVE "EMERCONT" TO jrnFileName
                MOVE "C" TO jrnAction
                MOVE EmergencyContactRecord TO jrnImage
                CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
                    jrnFileName, jrnAction, jrnImage
        END-REWRITE.

    writeContactAuditAction.
        MOVE SPACES TO ContactAuditRecord.
        MOVE wsWebOperator TO ContactAuditOperatorId.
        MOVE wsRunDate TO ContactAuditDate.
        MOVE "E" TO ContactAuditImageType.
        MOVE beforeContactImage TO ContactAuditImage.
        WRITE ContactAuditRecord.
        MOVE SPACES TO ContactAuditRecord.
        MOVE wsWebOperator TO ContactAuditOperatorId.
        MOVE wsRunDate TO ContactAuditDate.
        MOVE "F" TO ContactAuditImageType.
        MOVE EmergencyContactRecord TO ContactAuditImage.
        WRITE ContactAuditRecord.

    writeAcknowledgementAction.
        MOVE WebRequestRef TO AckRequestRef.
        MOVE WebStudentId TO AckStudentId.
        IF wsRejectReason = SPACES
            MOVE "APPLIED" TO AckResult
            MOVE SPACES TO AckReason
        ELSE
            ADD 1 TO wsRejectedCount
            MOVE "REJECTED" TO AckResult
            MOVE wsRejectReason TO AckReason
        END-IF.
        MOVE wsRunDate TO AckDate.
        WRITE AcknowledgementRecord.
