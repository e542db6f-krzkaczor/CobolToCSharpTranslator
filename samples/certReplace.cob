IDENTIFICATION DIVISION.
PROGRAM-ID.  CertReplace.

*> Replacement certificates.  The operator keys the serial of a lost
*> or damaged certificate, sees its CERTREG register entry and a
*> reason, and on confirmation the run:
*>
*>   - issues a new serial from NextCertSerial and records it on
*>     CERTREG for the same student, course, band and award date,
*>     marked as replacing the old serial;
*>   - voids the old serial - void date, reason, operator and the
*>     serial that replaced it - so CertVerify answers NOT VALID for
*>     it from then on;
*>   - prints the replacement, headed as such, to CERTREPL in the
*>     GraduationRun certificate layout.
*>
*> Names come from the register, since a graduate has left the
*> master.  Only a serial that is still valid can be replaced; a
*> voided one points the operator at the serial that replaced it.
*> The operator signs on through OperSignOn and needs the maintain
*> permission.
*>
*> Modification history:
*> - A certificate can now be for an award rather than a course: its
*>   code is looked up on AWARDDEF when it is not a course, and the
*>   replacement reads "has been awarded" as GraduationRun printed it.

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

    SELECT CERTIFICATE-FILE ASSIGN TO "CERTREPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCertStatus.

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

FD  CERTIFICATE-FILE.
01  CertificateLine     PIC X(60).

WORKING-STORAGE SECTION.
01 wsCertRegStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsAwardDefStatus PIC XX VALUE "00".
01 wsCertStatus PIC XX VALUE "00".

01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 awardDefEofSwitch PIC X VALUE "N".
   88 awardDefEof VALUE "Y".
01 certIsAwardSwitch PIC X VALUE "N".
   88 certIsAward VALUE "Y".
01 finishedSwitch PIC X VALUE "N".
   88 finished VALUE "Y".
01 certificateOpenSwitch PIC X VALUE "N".
   88 certificateOpen VALUE "Y".

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
01 wsAnswer PIC X VALUE SPACE.
01 wsReasonInput PIC X(30) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsReplacedCount PIC 9(5) VALUE 0.
01 wsCertLine PIC X(60) VALUE SPACES.

*> The old entry as read, kept while the new one is written.
01 wsOldCertificate.
   05 wsOldSerial       PIC 9(7).
   05 wsOldStudentId    PIC 9(7).
   05 wsOldSurname      PIC X(20).
   05 wsOldForename     PIC X(15).
   05 wsOldCourseCode   PIC X(4).
   05 wsOldBand         PIC X(17).
   05 wsOldAwardDate    PIC 9(8).
   05 FILLER            PIC X(69).

01 issuedCertSerial PIC 9(7) VALUE 0.
01 issueStatusCode PIC X VALUE "0".
   88 issueOk              VALUE "0".
   88 issueRangeExhausted  VALUE "1".

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
    DISPLAY " Replacement certificates".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not permitted to replace certificates."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CERTIFICATE-REGISTER.
    IF wsCertRegStatus NOT = "00"
        DISPLAY "No certificate register on file - " wsCertRegStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadCourseTableAction.
    PERFORM loadAwardTableAction.

    PERFORM replaceOneCertificateAction UNTIL finished.

    IF certificateOpen
        CLOSE CERTIFICATE-FILE
    END-IF.
    CLOSE CERTIFICATE-REGISTER.
    DISPLAY "Replacement run ended - " wsReplacedCount
        " certificate(s) replaced.".
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

    replaceOneCertificateAction.
        DISPLAY " ".
        DISPLAY "Serial to replace (7 digits, blank to finish):".
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
                IF NOT checkDigitValid
                    DISPLAY "Serial " wsSerialNumber
                        " fails its check digit - please re-enter."
                ELSE
                    PERFORM fetchCertificateAction
                END-IF
            END-IF
        END-IF.

    fetchCertificateAction.
        MOVE wsSerialNumber TO CertSerial.
        READ CERTIFICATE-REGISTER
            INVALID KEY
                DISPLAY "No certificate " wsSerialNumber
                    " on the register."
            NOT INVALID KEY
                IF certVoid
                    DISPLAY "Certificate " CertSerial
                        " is already void - replaced by "
                        CertReplacedBy " on " CertVoidDate "."
                ELSE
                    PERFORM confirmReplacementAction
                END-IF
        END-READ.

    confirmReplacementAction.
        MOVE CertificateRegisterRecord TO wsOldCertificate.
        PERFORM lookupCourseTitleAction.
        DISPLAY "   Issued to : " CertForename " " CertSurname
            " (student " CertStudentId ")".
        DISPLAY "   Course    : " CertCourseCode " - " wsCourseTitle.
        DISPLAY "   Band      : " CertBand
            "  Awarded: " CertAwardDate.
        MOVE SPACES TO wsReasonInput.
        PERFORM UNTIL wsReasonInput NOT = SPACES
            DISPLAY "Reason for replacement (lost, damaged ...):"
            ACCEPT wsReasonInput
        END-PERFORM.
        DISPLAY "Void " CertSerial " and issue a replacement? (Y/N)".
        ACCEPT wsAnswer.
        IF wsAnswer = "Y" OR wsAnswer = "y"
            PERFORM issueReplacementAction
        ELSE
            DISPLAY "Nothing changed."
        END-IF.

    issueReplacementAction.
        CALL "NextCertSerial" USING issuedCertSerial, issueStatusCode.
        IF NOT issueOk
            DISPLAY "Certificate serials are exhausted - nothing "
                "changed.  Tell the supervisor."
        ELSE
            MOVE issuedCertSerial TO CertSerial
            MOVE wsRunDate TO CertIssueDate
            SET certValid TO TRUE
            MOVE wsOldSerial TO CertReplaces
            MOVE 0 TO CertReplacedBy
            MOVE 0 TO CertVoidDate
            MOVE SPACES TO CertVoidReason
            MOVE SPACES TO CertVoidOperator
            WRITE CertificateRegisterRecord
                INVALID KEY
                    DISPLAY "Serial " issuedCertSerial
                        " already on CERTREG - check CERTNEXT.  "
                        "Nothing changed."
                NOT INVALID KEY
                    PERFORM voidOldCertificateAction
            END-WRITE
        END-IF.

    voidOldCertificateAction.
        MOVE wsOldSerial TO CertSerial.
        READ CERTIFICATE-REGISTER
            INVALID KEY
                DISPLAY "Certificate " wsOldSerial
                    " vanished from the register - tell the "
                    "supervisor."
            NOT INVALID KEY
                SET certVoid TO TRUE
                MOVE issuedCertSerial TO CertReplacedBy
                MOVE wsRunDate TO CertVoidDate
                MOVE wsReasonInput TO CertVoidReason
                MOVE wsOperatorId TO CertVoidOperator
                REWRITE CertificateRegisterRecord
                    INVALID KEY
                        DISPLAY "Certificate " wsOldSerial
                            " could not be voided, status "
                            wsCertRegStatus
                END-REWRITE
        END-READ.
        PERFORM printReplacementAction.
        ADD 1 TO wsReplacedCount.
        DISPLAY "Certificate " wsOldSerial " voided - replacement "
            issuedCertSerial " printed to CERTREPL.".

    printReplacementAction.
        IF NOT certificateOpen
            OPEN OUTPUT CERTIFICATE-FILE
            SET certificateOpen TO TRUE
        END-IF.
        MOVE SPACES TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE ALL "=" TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE "        CERTIFICATE OF COMPLETION" TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE "             (replacement)" TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " This certifies that " DELIMITED BY SIZE
               wsOldForename           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               wsOldSurname            DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        IF certIsAward
            STRING " has been awarded " DELIMITED BY SIZE
                   wsOldCourseCode      DELIMITED BY SIZE
                   " - "                DELIMITED BY SIZE
                   wsCourseTitle        DELIMITED BY SIZE
                   INTO wsCertLine
            END-STRING
        ELSE
            STRING " has completed "    DELIMITED BY SIZE
                   wsOldCourseCode      DELIMITED BY SIZE
                   " - "                DELIMITED BY SIZE
                   wsCourseTitle        DELIMITED BY SIZE
                   INTO wsCertLine
            END-STRING
        END-IF.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " with classification " DELIMITED BY SIZE
               wsOldBand               DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " Completion date: " DELIMITED BY SIZE
               wsOldAwardDate       DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " Certificate no:  " DELIMITED BY SIZE
               issuedCertSerial     DELIMITED BY SIZE
               "  (replaces "       DELIMITED BY SIZE
               wsOldSerial          DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " Issued: "          DELIMITED BY SIZE
               wsRunDate            DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE ALL "=" TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.

    lookupCourseTitleAction.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex) = CertCourseCode
                MOVE courseTableTitle(courseTableIndex) TO wsCourseTitle
            END-IF
        END-PERFORM.
        PERFORM lookupAwardTitleAction.

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
