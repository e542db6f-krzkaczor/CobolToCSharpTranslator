IDENTIFICATION DIVISION.
PROGRAM-ID.  ApplConvert.

*> Converts accepted applicants into students.  Every applicant on
*> APPLMAST at status C (accepted) and not yet converted is given a
*> student id through NextStudentId and written to REGTRANS as a
*> registration detail - name, address, gender, date of birth and the
*> course accepted - so the normal batch registration run
*> (AcceptAndDisplay) checks and loads them exactly as it would a
*> batch keyed at an office.  The file is bracketed the way every
*> REGTRANS batch is: an HDR record carrying the batch id (APP and a
*> five-digit sequence kept on APPLNEXT), the originating office and
*> the run date, and a TRL record carrying the detail count and the
*> hash total of the StudentIds, so the registration run can prove it
*> and record it on REGBATCH.  The office is the OFFICE-CODE setting
*> on the PARMMAST parameter master (default ADMIT); one that is not
*> on OFFICES is warned of here as the registration run will.
*>
*> Each converted applicant is stamped with the student id and the
*> conversion date and is read only from then on.  A student the
*> registration run rejects is recycled the usual way; the applicant
*> record still names the id issued.
*>
*> REGTRANS is only ever replaced when it is safe to: a waiting batch
*> whose header id is not yet on REGBATCH, or a file with no header
*> at all, has not been proven through the registration run, and the
*> conversion is refused with RETURN-CODE 8 rather than overwrite it.
*> With no accepted applicants waiting REGTRANS is left alone.  The
*> run is listed on APPLCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ApplicantId
        FILE STATUS IS wsApplicantStatus.

    SELECT NEXT-NUMBER-FILE ASSIGN TO "APPLNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsNextNumberStatus.

    SELECT TRANSACTION-FILE ASSIGN TO "REGTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTransactionStatus.

    SELECT BATCH-REGISTRY-FILE ASSIGN TO "REGBATCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBatchRegistryStatus.

    SELECT OFFICE-FILE ASSIGN TO "OFFICES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsOfficeStatus.

    SELECT CONVERSION-REPORT-FILE ASSIGN TO "APPLCONV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  APPLICANT-FILE.
01  ApplicantRecord.
    COPY APPLICNT.

FD  NEXT-NUMBER-FILE.
01  ApplNextRecord.
    COPY APPLNEXT.

FD  TRANSACTION-FILE.
01  TransactionRecord.
    COPY STUDENT.

FD  BATCH-REGISTRY-FILE.
01  BatchRegistryRecord.
    05  BatchRegId       PIC X(8).
    05  BatchRegDate     PIC 9(8).
    05  BatchRegAccepted PIC 9(5).

FD  OFFICE-FILE.
01  OfficeRecord.
    05  OfficeCode      PIC X(8).
    05  OfficeName      PIC X(20).
    05  OfficeContact   PIC X(20).

FD  CONVERSION-REPORT-FILE.
01  ConversionReportLine    PIC X(100).

WORKING-STORAGE SECTION.
01 wsApplicantStatus PIC XX VALUE "00".
01 wsNextNumberStatus PIC XX VALUE "00".
01 wsTransactionStatus PIC XX VALUE "00".
01 wsBatchRegistryStatus PIC XX VALUE "00".
01 wsOfficeStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 applicantEofSwitch PIC X VALUE "N".
   88 applicantEof VALUE "Y".
01 batchRegistryEofSwitch PIC X VALUE "N".
   88 batchRegistryEof VALUE "Y".
01 officeEofSwitch PIC X VALUE "N".
   88 officeEof VALUE "Y".
01 officeKnownSwitch PIC X VALUE "N".
   88 officeKnown VALUE "Y".
01 waitingRegisteredSwitch PIC X VALUE "N".
   88 waitingRegistered VALUE "Y".
01 idsExhaustedSwitch PIC X VALUE "N".
   88 idsExhausted VALUE "Y".

01 parmLookArea.
    COPY PARMLOOK.

01 wsOfficeCode PIC X(8) VALUE "ADMIT".

*> What REGTRANS holds now: the header's batch id, or a note that
*> there are records but no header.
01 wsWaitingBatchId PIC X(8) VALUE SPACES.
01 waitingHeaderlessSwitch PIC X VALUE "N".
   88 waitingHeaderless VALUE "Y".

01 wsRegHeaderLine.
   05 FILLER               PIC X(3) VALUE "HDR".
   05 wsRegHeaderBatchId   PIC X(8).
   05 wsRegHeaderOffice    PIC X(8).
   05 wsRegHeaderDate      PIC 9(8).
01 wsRegTrailerLine.
   05 FILLER               PIC X(3) VALUE "TRL".
   05 wsRegTrailerCount    PIC 9(5).
   05 wsRegTrailerHash     PIC 9(12).
01 wsRegHashWork PIC 9(13) VALUE 0.

01 wsBatchIdArea.
   05 FILLER               PIC X(3) VALUE "APP".
   05 wsBatchSequence      PIC 9(5).
01 wsBatchId REDEFINES wsBatchIdArea PIC X(8).
01 wsRegisteredSequence PIC 9(5) VALUE 0.

01 issuedStudentId PIC 9(7) VALUE 0.
01 issueStatusCode PIC X VALUE "0".
   88 issueOk VALUE "0".

01 wsAwaitingCount PIC 9(5) VALUE 0.
01 wsConvertedCount PIC 9(5) VALUE 0.
01 wsNotConvertedCount PIC 9(5) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParameterAction.
    PERFORM loadNextNumberAction.
    PERFORM checkWaitingBatchAction.
    IF waitingHeaderless
        DISPLAY "*************************************************"
        DISPLAY "** REGTRANS HOLDS A FILE WITH NO HEADER - IT"
        DISPLAY "** CANNOT BE PROVEN RUN.  CLEAR IT ONCE REGISTERED."
        DISPLAY "** RUN REFUSED - NO APPLICANTS CONVERTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF wsWaitingBatchId NOT = SPACES AND NOT waitingRegistered
        DISPLAY "*************************************************"
        DISPLAY "** REGTRANS BATCH " wsWaitingBatchId
            " IS NOT YET REGISTERED."
        DISPLAY "** RUN REFUSED - NO APPLICANTS CONVERTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM countAwaitingAction.
    IF wsAwaitingCount = 0
        DISPLAY "No accepted applicants awaiting conversion - "
            "REGTRANS left as it is."
        GOBACK
    END-IF.
    PERFORM checkOfficeAction.

    OPEN I-O APPLICANT-FILE.
    IF wsApplicantStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** APPLMAST CANNOT BE OPENED - STATUS "
            wsApplicantStatus
        DISPLAY "** RUN REFUSED - NO APPLICANTS CONVERTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE NextConvertBatch TO wsBatchSequence.
    ADD 1 TO NextConvertBatch.
    OPEN OUTPUT TRANSACTION-FILE.
    OPEN OUTPUT CONVERSION-REPORT-FILE.
    PERFORM writeReportHeadingAction.
    MOVE wsBatchId TO wsRegHeaderBatchId.
    MOVE wsOfficeCode TO wsRegHeaderOffice.
    MOVE wsRunDate TO wsRegHeaderDate.
    WRITE TransactionRecord FROM wsRegHeaderLine.
    MOVE 0 TO wsRegTrailerCount.
    MOVE 0 TO wsRegTrailerHash.

    MOVE "N" TO applicantEofSwitch.
    PERFORM readApplicantAction.
    PERFORM convertOneApplicantAction UNTIL applicantEof.

    WRITE TransactionRecord FROM wsRegTrailerLine.
    PERFORM writeReportTotalsAction.
    CLOSE CONVERSION-REPORT-FILE.
    CLOSE TRANSACTION-FILE.
    CLOSE APPLICANT-FILE.
    PERFORM saveNextNumberAction.

    DISPLAY "=====================".
    DISPLAY "Applicant conversion batch " wsBatchId.
    DISPLAY "Converted:       " wsConvertedCount.
    DISPLAY "Not converted:   " wsNotConvertedCount.
    DISPLAY "=====================".
    IF idsExhausted
        DISPLAY "** STUDENT IDS EXHAUSTED - " wsNotConvertedCount
            " ACCEPTED APPLICANT(S) LEFT FOR THE NEXT RUN."
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        MOVE "ApplConvert" TO ParmLookProgram.
        MOVE "OFFICE-CODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound AND ParmLookValue NOT = SPACES
            MOVE ParmLookValue TO wsOfficeCode
        END-IF.

    loadNextNumberAction.
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

    saveNextNumberAction.
*>      Written back whole - the applicant number ApplicantMaint
*>      issues shares the record.
        OPEN OUTPUT NEXT-NUMBER-FILE.
        WRITE ApplNextRecord.
        CLOSE NEXT-NUMBER-FILE.

    checkWaitingBatchAction.
*>      The first REGTRANS record says what is waiting; REGBATCH says
*>      whether the registration run has proven it.  The scan also
*>      keeps the batch sequence ahead of any APP batch already
*>      registered, should APPLNEXT ever be lost.
        MOVE SPACES TO wsWaitingBatchId.
        MOVE "N" TO waitingHeaderlessSwitch.
        OPEN INPUT TRANSACTION-FILE.
        IF wsTransactionStatus = "00"
            READ TRANSACTION-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF TransactionRecord(1:3) = "HDR"
                        MOVE TransactionRecord TO wsRegHeaderLine
                        MOVE wsRegHeaderBatchId TO wsWaitingBatchId
                    ELSE
                        SET waitingHeaderless TO TRUE
                    END-IF
            END-READ
            CLOSE TRANSACTION-FILE
        END-IF.
        MOVE "N" TO waitingRegisteredSwitch.
        MOVE "N" TO batchRegistryEofSwitch.
        OPEN INPUT BATCH-REGISTRY-FILE.
        IF wsBatchRegistryStatus = "00"
            PERFORM readBatchRegistryAction
            PERFORM matchBatchRegistryAction UNTIL batchRegistryEof
            CLOSE BATCH-REGISTRY-FILE
        END-IF.

    readBatchRegistryAction.
        READ BATCH-REGISTRY-FILE
            AT END
                SET batchRegistryEof TO TRUE
        END-READ.

    matchBatchRegistryAction.
        IF wsWaitingBatchId NOT = SPACES
            AND BatchRegId = wsWaitingBatchId
            SET waitingRegistered TO TRUE
        END-IF.
        IF BatchRegId(1:3) = "APP" AND BatchRegId(4:5) IS NUMERIC
            MOVE BatchRegId(4:5) TO wsRegisteredSequence
            IF wsRegisteredSequence NOT < NextConvertBatch
                COMPUTE NextConvertBatch = wsRegisteredSequence + 1
            END-IF
        END-IF.
        PERFORM readBatchRegistryAction.

    countAwaitingAction.
*>      A counting pass first, so an empty run leaves REGTRANS alone.
        MOVE 0 TO wsAwaitingCount.
        MOVE "N" TO applicantEofSwitch.
        OPEN INPUT APPLICANT-FILE.
        IF wsApplicantStatus = "00"
            PERFORM readApplicantAction
            PERFORM countOneApplicantAction UNTIL applicantEof
            CLOSE APPLICANT-FILE
        END-IF.

    countOneApplicantAction.
        IF ApplAccepted AND ApplStudentId = 0
            ADD 1 TO wsAwaitingCount
        END-IF.
        PERFORM readApplicantAction.

    readApplicantAction.
        READ APPLICANT-FILE NEXT RECORD
            AT END
                SET applicantEof TO TRUE
        END-READ.

    checkOfficeAction.
        MOVE "N" TO officeKnownSwitch.
        MOVE "N" TO officeEofSwitch.
        OPEN INPUT OFFICE-FILE.
        IF wsOfficeStatus = "00"
            PERFORM readOfficeRecordAction
            PERFORM UNTIL officeEof OR officeKnown
                IF OfficeCode = wsOfficeCode
                    SET officeKnown TO TRUE
                ELSE
                    PERFORM readOfficeRecordAction
                END-IF
            END-PERFORM
            CLOSE OFFICE-FILE
        END-IF.
        IF NOT officeKnown
            DISPLAY "** OFFICE " wsOfficeCode " IS NOT ON THE "
                "OFFICES FILE - CHECK THE OFFICE-CODE SETTING. **"
        END-IF.

    readOfficeRecordAction.
        READ OFFICE-FILE
            AT END
                SET officeEof TO TRUE
        END-READ.

    convertOneApplicantAction.
        IF ApplAccepted AND ApplStudentId = 0
            IF idsExhausted
                ADD 1 TO wsNotConvertedCount
            ELSE
                CALL "NextStudentId" USING issuedStudentId,
                    issueStatusCode
                IF issueOk
                    PERFORM writeDetailAction
                ELSE
                    SET idsExhausted TO TRUE
                    ADD 1 TO wsNotConvertedCount
                END-IF
            END-IF
        END-IF.
        PERFORM readApplicantAction.

    writeDetailAction.
*>      The registration run stamps its own registration date and
*>      the header office; they are filled here so the record reads
*>      complete on its own.
        INITIALIZE TransactionRecord.
        MOVE issuedStudentId TO StudentId OF TransactionRecord.
        MOVE ApplSurname TO Surname OF TransactionRecord.
        MOVE ApplForename TO Forename OF TransactionRecord.
        MOVE ApplCourseCode TO CourseCode OF TransactionRecord.
        MOVE ApplGender TO Gender OF TransactionRecord.
        MOVE ApplDateOfBirth TO DateOfBirth OF TransactionRecord.
        MOVE wsRunDate TO RegistrationDate OF TransactionRecord.
        MOVE ApplAddressLine1 TO AddressLine1 OF TransactionRecord.
        MOVE ApplAddressLine2 TO AddressLine2 OF TransactionRecord.
        MOVE ApplTown TO Town OF TransactionRecord.
        MOVE ApplPostcode TO Postcode OF TransactionRecord.
        MOVE wsOfficeCode TO OriginatingOffice OF TransactionRecord.
        WRITE TransactionRecord.
        ADD 1 TO wsRegTrailerCount.
*>      Hash as the registration run computes it: the sum of
*>      StudentIds modulo 10**12.
        COMPUTE wsRegHashWork = wsRegTrailerHash + issuedStudentId.
        IF wsRegHashWork >= 1000000000000
            SUBTRACT 1000000000000 FROM wsRegHashWork
        END-IF.
        MOVE wsRegHashWork TO wsRegTrailerHash.

        MOVE issuedStudentId TO ApplStudentId.
        MOVE wsRunDate TO ApplConvertedDate.
        MOVE "APPLCONV" TO ApplChangedBy.
        MOVE wsRunDate TO ApplChangedDate.
        REWRITE ApplicantRecord
            INVALID KEY
                DISPLAY "Applicant " ApplicantId
                    " not marked converted, status " wsApplicantStatus
        END-REWRITE.
        ADD 1 TO wsConvertedCount.
        MOVE SPACES TO wsListLine.
        STRING ApplicantId DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               issuedStudentId DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ApplCourseCode DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ApplSurname DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ApplForename DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ConversionReportLine FROM wsListLine.

    writeReportHeadingAction.
        MOVE "Applicant conversion to batch registration"
            TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.
        MOVE "==========================================="
            TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "  batch " DELIMITED BY SIZE
               wsBatchId DELIMITED BY SIZE
               "  office " DELIMITED BY SIZE
               wsOfficeCode DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ConversionReportLine FROM wsListLine.
        IF NOT officeKnown
            MOVE "** Office is not on the OFFICES file" TO wsListLine
            WRITE ConversionReportLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.
        MOVE "Applicant Student   Course  Name" TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Converted: " DELIMITED BY SIZE
               wsConvertedCount DELIMITED BY SIZE
               "  not converted: " DELIMITED BY SIZE
               wsNotConvertedCount DELIMITED BY SIZE
               "  trailer hash " DELIMITED BY SIZE
               wsRegTrailerHash DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ConversionReportLine FROM wsListLine.
        IF idsExhausted
            MOVE "** Student ids exhausted - rest wait for next run"
                TO wsListLine
            WRITE ConversionReportLine FROM wsListLine
        END-IF.
        MOVE "Run AcceptAndDisplay to register the batch."
            TO wsListLine.
        WRITE ConversionReportLine FROM wsListLine.
