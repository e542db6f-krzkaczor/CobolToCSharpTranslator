IDENTIFICATION DIVISION.
PROGRAM-ID.  NextCertSerial.

*> Issues the next certificate serial for the CERTREG certificate
*> register: a six-digit sequential number from the CERTNEXT control
*> file with the modulus-11 check digit student ids carry appended,
*> so a serial read out over the telephone can be checked before it
*> is looked up.  Works exactly as NextStudentId does - the control
*> file is rewritten with the incremented number on every call, and
*> when it is absent issuance starts from 000001.
*>
*>   CALL "NextCertSerial" USING issuedSerial, issueStatus
*>     issuedSerial PIC 9(7)  - the serial, number plus check digit
*>     issueStatus  PIC X     - 0 issued, 1 number range exhausted

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NEXT-NUMBER-FILE ASSIGN TO "CERTNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNextNumberStatus.

DATA DIVISION.
FILE SECTION.
FD  NEXT-NUMBER-FILE.
01  NextNumberRecord.
    05  NextSequentialNumber    PIC 9(6).

WORKING-STORAGE SECTION.
01 wsNextNumberStatus PIC XX VALUE "00".
01 wsNextNumber PIC 9(6) VALUE 1.

01 wsCheckDigitArea.
   05 wsCheckDigitNumber PIC 9(6).
01 wsCheckDigitDigits REDEFINES wsCheckDigitArea.
   05 wsCheckDigitDigit OCCURS 6 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.
01 checkDigitExpected PIC 9 VALUE 0.

01 wsIssuedArea.
   05 wsIssuedNumber PIC 9(6).
   05 wsIssuedCheckDigit PIC 9.
01 wsIssuedId REDEFINES wsIssuedArea PIC 9(7).

LINKAGE SECTION.
01 IssuedCertSerial      PIC 9(7).
01 IssueStatusCode      PIC X.
   88 IssueOk               VALUE "0".
   88 IssueRangeExhausted   VALUE "1".

PROCEDURE DIVISION USING IssuedCertSerial, IssueStatusCode.
Begin.
    SET IssueOk TO TRUE.
    PERFORM loadNextNumberAction.
    IF wsNextNumber = 999999
        SET IssueRangeExhausted TO TRUE
        MOVE 0 TO IssuedCertSerial
    ELSE
        PERFORM computeCheckDigitAction
        MOVE wsNextNumber TO wsIssuedNumber
        MOVE checkDigitExpected TO wsIssuedCheckDigit
        MOVE wsIssuedId TO IssuedCertSerial
        ADD 1 TO wsNextNumber
        PERFORM saveNextNumberAction
    END-IF.
    GOBACK.

    loadNextNumberAction.
        OPEN INPUT NEXT-NUMBER-FILE.
        IF wsNextNumberStatus = "00"
            READ NEXT-NUMBER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE NextSequentialNumber TO wsNextNumber
            END-READ
            CLOSE NEXT-NUMBER-FILE
        END-IF.

    saveNextNumberAction.
        OPEN OUTPUT NEXT-NUMBER-FILE.
        MOVE wsNextNumber TO NextSequentialNumber.
        WRITE NextNumberRecord.
        CLOSE NEXT-NUMBER-FILE.

    computeCheckDigitAction.
        MOVE wsNextNumber TO wsCheckDigitNumber.
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

    weighOneDigitAction.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsCheckDigitDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).
