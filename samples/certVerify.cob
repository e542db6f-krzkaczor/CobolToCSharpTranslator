IDENTIFICATION DIVISION.
PROGRAM-ID.  CertVerify.

*> Certificate verification inquiry for the telephone check an
*> employer makes: the operator keys the serial printed on the
*> certificate and is told whether it is genuine and for whom -
*> student, name, course, classification band and award date, from
*> the CERTREG register GraduationRun and CertReplace keep.  A serial
*> that fails its modulus-11 check digit is turned away before any
*> lookup; one not on the register is NOT GENUINE; one voided by a
*> replacement is NOT VALID, with the date and the serial that
*> replaced it.  Several serials can be checked in one sitting.
*>
*> The run signs on through the shared OperSignOn service and every
*> lookup - found or not - writes a CERTVRFY line to the ACCESSLG
*> access log with the operator, the student the certificate belongs
*> to (zeros when none) and the date-time, the same way Disclosure
*> logs a records request.
*>
*> Modification history:
*> - A certificate can now be for an award rather than a course: its
*>   code is looked up on AWARDDEF when it is not a course and shown
*>   as the award.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CERTIFICATE-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CertSerial
        FILE STATUS IS wsCertRegStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT AWARD-DEFINITION-FILE ASSIGN TO "AWARDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAwardDefStatus.

    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAccessLogStatus.

DATA DIVISION.
FILE SECTION.
FD  CERTIFICATE-REGISTER.
01  CertificateRegisterRecord.
    05  CertSerial          PIC 9(7).
    05  CertStudentId       PIC 9(7).
    05  CertSurname         PIC X(20).
    05  CertForename        PIC X(15).
    05  CertCourseCode      PIC X(4).
    05  CertBand            PIC X(17).
    05  CertAwardDate       PIC 9(8).
    05  CertIssueDate       PIC 9(8).
    05  CertStatus          PIC X.
        88 certValid        VALUE "V".
        88 certVoid         VALUE "X".
    05  CertReplaces        PIC 9(7).
    05  CertReplacedBy      PIC 9(7).
    05  CertVoidDate        PIC 9(8).
    05  CertVoidReason      PIC X(30).
    05  CertVoidOperator    PIC X(8).

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  AWARD-DEFINITION-FILE.
01  AwardDefinitionRecord.
    COPY AWARDDEF.

FD  ACCESS-LOG-FILE.
01  AccessLogRecord.
    05  AccessTimestamp  PIC X(19).
    05  AccessOperatorId PIC X(8).
    05  AccessStudentId  PIC 9(7).
    05  AccessMode       PIC X(8).

WORKING-STORAGE SECTION.
01 wsCertRegStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsAwardDefStatus PIC XX VALUE "00".
01 wsAccessLogStatus PIC XX VALUE "00".

01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 awardDefEofSwitch PIC X VALUE "N".
   88 awardDefEof VALUE "Y".
01 certIsAwardSwitch PIC X VALUE "N".
   88 certIsAward VALUE "Y".
01 finishedSwitch PIC X VALUE "N".
   88 finished VALUE "Y".

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).
01 wsCourseTitle PIC X(20) VALUE SPACES.

01 awardTableCount PIC 9(3) VALUE 0.
01 awardTableIndex PIC 9(3) VALUE 0.
01 awardTable.
    05 awardTableEntry OCCURS 20 TIMES.
        10 awardTableCode  PIC X(4).
        10 awardTableTitle PIC X(20).

01 wsSerialInput PIC X(7) VALUE SPACES.
01 wsLoggedStudentId PIC 9(7) VALUE 0.
01 wsLookupCount PIC 9(5) VALUE 0.

01 wsSerialArea.
   05 wsSerialNumber PIC 9(7).
01 wsSerialDigits REDEFINES wsSerialArea.
   05 wsSerialDigit OCCURS 7 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.
01 checkDigitExpected PIC 9 VALUE 0.
01 checkDigitValidSwitch PIC X VALUE "N".
   88 checkDigitValid VALUE "Y".

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
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Certificate verification".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CERTIFICATE-REGISTER.
    IF wsCertRegStatus NOT = "00"
        DISPLAY "No certificate register on file - " wsCertRegStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM loadCourseTableAction.
    PERFORM loadAwardTableAction.

    PERFORM verifyOneSerialAction UNTIL finished.

    CLOSE CERTIFICATE-REGISTER.
    DISPLAY "Verification ended - " wsLookupCount " lookup(s) logged.".
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
        IF courseTableCount < 50
            ADD 1 TO courseTableCount
            MOVE CourseRecordCode TO courseTableCode(courseTableCount)
            MOVE CourseTitle TO courseTableTitle(courseTableCount)
        END-IF.
        PERFORM readCourseRecordAction.

    loadAwardTableAction.
        MOVE 0 TO awardTableCount.
        MOVE "N" TO awardDefEofSwitch.
        OPEN INPUT AWARD-DEFINITION-FILE.
        IF wsAwardDefStatus = "00"
            PERFORM readAwardDefAction
            PERFORM addAwardTableEntryAction UNTIL awardDefEof
            CLOSE AWARD-DEFINITION-FILE
        END-IF.

    readAwardDefAction.
        READ AWARD-DEFINITION-FILE
            AT END
                SET awardDefEof TO TRUE
        END-READ.

    addAwardTableEntryAction.
        IF awardTableCount < 20
            ADD 1 TO awardTableCount
            MOVE AwardDefCode TO awardTableCode(awardTableCount)
            MOVE AwardDefTitle TO awardTableTitle(awardTableCount)
        END-IF.
        PERFORM readAwardDefAction.

    lookupAwardTitleAction.
*>      A certificate whose code is not a course is for an award
*>      GraduationRun certified from AWARDRES.
        MOVE "N" TO certIsAwardSwitch.
        IF wsCourseTitle = "(title not on file)"
            PERFORM VARYING awardTableIndex FROM 1 BY 1
                UNTIL awardTableIndex > awardTableCount
                IF awardTableCode(awardTableIndex) = CertCourseCode
                    MOVE awardTableTitle(awardTableIndex)
                        TO wsCourseTitle
                    SET certIsAward TO TRUE
                END-IF
            END-PERFORM
        END-IF.

    verifyOneSerialAction.
        DISPLAY " ".
        DISPLAY "Certificate serial (7 digits, blank to finish):".
        MOVE SPACES TO wsSerialInput.
        ACCEPT wsSerialInput.
        IF wsSerialInput = SPACES
            SET finished TO TRUE
        ELSE
            IF wsSerialInput IS NOT NUMERIC
                DISPLAY "A serial is 7 digits - please re-enter."
            ELSE
                MOVE wsSerialInput TO wsSerialNumber
                PERFORM validateCheckDigitAction
                MOVE 0 TO wsLoggedStudentId
                IF NOT checkDigitValid
                    DISPLAY "** NOT GENUINE - " wsSerialNumber
                        " is not a serial this office issues "
                        "(check digit fails)."
                ELSE
                    PERFORM lookUpSerialAction
                END-IF
                PERFORM writeAccessLogAction
            END-IF
        END-IF.

    lookUpSerialAction.
        MOVE wsSerialNumber TO CertSerial.
        READ CERTIFICATE-REGISTER
            INVALID KEY
                DISPLAY "** NOT GENUINE - no certificate "
                    wsSerialNumber " has been issued."
            NOT INVALID KEY
                MOVE CertStudentId TO wsLoggedStudentId
                PERFORM showCertificateAction
        END-READ.

    showCertificateAction.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = CertCourseCode
                MOVE courseTableTitle(courseTableIndex) TO wsCourseTitle
            END-IF
        END-PERFORM.
        PERFORM lookupAwardTitleAction.
        IF certVoid
            DISPLAY "** NOT VALID - certificate " CertSerial
                " was voided on " CertVoidDate
            IF CertReplacedBy > 0
                DISPLAY "   and replaced by certificate "
                    CertReplacedBy "."
            END-IF
            DISPLAY "   Reason: " CertVoidReason
        ELSE
            DISPLAY "GENUINE - certificate " CertSerial
        END-IF.
        DISPLAY "   Issued to : " CertForename " " CertSurname
            " (student " CertStudentId ")".
        IF certIsAward
            DISPLAY "   Award     : " CertCourseCode " - " wsCourseTitle
        ELSE
            DISPLAY "   Course    : " CertCourseCode " - " wsCourseTitle
        END-IF.
        DISPLAY "   Band      : " CertBand.
        DISPLAY "   Awarded   : " CertAwardDate.
        IF CertReplaces > 0
            DISPLAY "   A replacement for certificate " CertReplaces
                ", issued " CertIssueDate "."
        END-IF.

    writeAccessLogAction.
*>      Every lookup is an access and logs like one, found or not.
        ADD 1 TO wsLookupCount.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        OPEN EXTEND ACCESS-LOG-FILE.
        IF wsAccessLogStatus NOT = "00"
            OPEN OUTPUT ACCESS-LOG-FILE
        END-IF.
        MOVE DtTimestamp TO AccessTimestamp.
        MOVE wsOperatorId TO AccessOperatorId.
        MOVE wsLoggedStudentId TO AccessStudentId.
        MOVE "CERTVRFY" TO AccessMode.
        WRITE AccessLogRecord.
        CLOSE ACCESS-LOG-FILE.

    validateCheckDigitAction.
*>      The student-id weighting: digits 1-6 weighted 7 down to 2,
*>      remainders 0 and 1 giving 0.
        MOVE "N" TO checkDigitValidSwitch.
        MOVE 0 TO checkDigitWeightTotal.
        PERFORM weighOneDigitAction
            VARYING checkDigitWeightIndex FROM 1 BY 1
            UNTIL checkDigitWeightIndex > 6.
        DIVIDE checkDigitWeightTotal BY 11
            GIVING checkDigitQuotient
            REMAINDER checkDigitRemainder.
        IF checkDigitRemainder < 2
            MOVE 0 TO checkDigitExpected
        ELSE
            COMPUTE checkDigitExpected = 11 - checkDigitRemainder
        END-IF.
        IF checkDigitExpected = wsSerialDigit(7)
            SET checkDigitValid TO TRUE
        END-IF.

    weighOneDigitAction.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsSerialDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).
