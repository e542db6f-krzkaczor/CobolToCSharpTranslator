*> passing band is anything better than OVER 9, and only results
*> stamped final by BorderlineReview count - a provisional result
*> cannot graduate anyone.  Deletes post after-images to the STUJRNL
*> journal through StuJournal.
*>
*> Modification history:
*> - Every certificate now carries a serial from NextCertSerial and
*>   is recorded on the CERTREG certificate register - serial,
*>   student, name, course, band and award date - so CertVerify can
*>   answer an employer's check and CertReplace can void a serial
*>   when a replacement is issued.
*> - CNCLASS now holds a result per student, course and term, so a
*>   student on more than one course graduates once every enrollment
*>   has its own final passing result (read for the enrollment's
*>   course and term, or under a blank term for a result recorded
*>   before terms were carried).  Each course passed gets its own
*>   GRADUATES record, register entry and certificate.
*> - Students on an award graduate on the award, not course by
*>   course: the AwardCalc run's AWARDRES result must be complete
*>   (every required course passed and the credit total met), and
*>   the one GRADUATES record, register entry and certificate carry
*>   the award code, its title from AWARDDEF and the credit-weighted
*>   overall classification.  A student on no award graduates on
*>   their enrollments as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT AWARD-DEFINITION-FILE ASSIGN TO "AWARDDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAwardDefStatus.

    SELECT AWARD-RESULT-FILE ASSIGN TO "AWARDRES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AwardResStudentId
        FILE STATUS IS wsAwardResStatus.

    SELECT GRADUATES-FILE ASSIGN TO "GRADUATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsGraduatesStatus.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCertStatus.

    SELECT CERTIFICATE-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CertSerial
        FILE STATUS IS wsCertRegStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.

FD  CLASSIFICATION-FILE.
01  ClassificationRecord.
    05  ClassKey.
        10  ClassStudentId      PIC 9(7).
        10  ClassCourseCode     PIC X(4).
        10  ClassTermCode       PIC X(6).
    05  ClassSurname            PIC X(20).
    05  ClassForename           PIC X(15).
    05  ClassScore              PIC 99.
    05  ClassBand               PIC X(17).
    05  ClassAttempt            PIC 9.
01  CourseRecord.
    COPY COURSE.

FD  AWARD-DEFINITION-FILE.
01  AwardDefinitionRecord.
    COPY AWARDDEF.

FD  AWARD-RESULT-FILE.
01  AwardResultRecord.
    COPY AWARDRES.

FD  GRADUATES-FILE.
01  GraduateRecord.
    05  GradStudentId      PIC 9(7).
FD  CERTIFICATE-FILE.
01  CertificateLine     PIC X(60).

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

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsContactStatus PIC XX VALUE "00".
01 wsEmerHistStatus PIC XX VALUE "00".
01 wsCertStatus PIC XX VALUE "00".
01 wsCertRegStatus PIC XX VALUE "00".
01 wsAwardDefStatus PIC XX VALUE "00".
01 wsAwardResStatus PIC XX VALUE "00".

01 masterEofSwitch PIC X VALUE "N".
   88 masterEof VALUE "Y".
   88 courseEof VALUE "Y".
01 contactFoundSwitch PIC X VALUE "N".
   88 contactFound VALUE "Y".
01 awardDefEofSwitch PIC X VALUE "N".
   88 awardDefEof VALUE "Y".
01 awardResOpenSwitch PIC X VALUE "N".
   88 awardResOpen VALUE "Y".
01 awardResultSwitch PIC X VALUE "N".
   88 awardResultFound VALUE "Y".
01 awardGraduateSwitch PIC X VALUE "N".
   88 awardGraduate VALUE "Y".

01 awardTableCount PIC 9(3) VALUE 0.
01 awardTableIndex PIC 9(3) VALUE 0.
01 awardTable.
    05 awardTableEntry OCCURS 20 TIMES.
        10 awardTableCode  PIC X(4).
        10 awardTableTitle PIC X(20).

*> What a certificate is for: a course and its band, or an award and
*> its overall classification.
01 wsCertCode PIC X(4) VALUE SPACES.
01 wsCertBand PIC X(17) VALUE SPACES.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
    05 gradTableEntry OCCURS 500 TIMES PIC 9(7).

01 wsEnrollmentCount PIC 9(3) VALUE 0.
01 resultFoundSwitch PIC X VALUE "N".
   88 resultFound VALUE "Y".
01 allPassedSwitch PIC X VALUE "N".
   88 allPassed VALUE "Y".
01 wsBandRank PIC 9 VALUE 9.
   05 jrnImage      PIC X(140) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsCertLine PIC X(60) VALUE SPACES.
01 issuedCertSerial PIC 9(7) VALUE 0.
01 issueStatusCode PIC X VALUE "0".
   88 issueOk              VALUE "0".
   88 issueRangeExhausted  VALUE "1".
01 wsUnregisteredCount PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadCourseTableAction.
    PERFORM loadAwardTableAction.

    OPEN I-O STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        CLOSE STUDENT-MASTER
        GOBACK
    END-IF.
    OPEN INPUT AWARD-RESULT-FILE.
    IF wsAwardResStatus = "00"
        SET awardResOpen TO TRUE
    END-IF.

    PERFORM collectGraduatesAction.
    IF gradTableCount = 0
            OPEN OUTPUT GRADUATES-FILE
        END-IF
        OPEN OUTPUT CERTIFICATE-FILE
        OPEN I-O CERTIFICATE-REGISTER
        IF wsCertRegStatus NOT = "00"
            OPEN OUTPUT CERTIFICATE-REGISTER
        END-IF
        OPEN I-O EMERGENCY-CONTACT-FILE
        PERFORM graduateOneStudentAction
            VARYING gradTableIndex FROM 1 BY 1
        IF wsContactStatus = "00"
            CLOSE EMERGENCY-CONTACT-FILE
        END-IF
        CLOSE CERTIFICATE-REGISTER
        CLOSE CERTIFICATE-FILE
        CLOSE GRADUATES-FILE
    END-IF.

    IF awardResOpen
        CLOSE AWARD-RESULT-FILE
    END-IF.
    CLOSE CLASSIFICATION-FILE.
    CLOSE ENROLLMENT-FILE.
    CLOSE STUDENT-MASTER.
    DISPLAY "=====================".
    DISPLAY " Graduation run totals"
    DISPLAY " Graduates removed : " wsGraduateCount
    IF wsUnregisteredCount > 0
        DISPLAY " ** " wsUnregisteredCount " certificate(s) printed "
            "WITHOUT a serial - register them by hand **"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF gradDroppedCount > 0
        DISPLAY " ** TABLE FULL - " gradDroppedCount
            " graduate(s) left for the next run **"
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

    readAwardResultAction.
*>      A student with no AWARDRES record is on no award.
        MOVE "N" TO awardResultSwitch.
        IF awardResOpen
            MOVE StudentId OF StudentMasterRecord TO AwardResStudentId
            READ AWARD-RESULT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET awardResultFound TO TRUE
            END-READ
        END-IF.

    collectGraduatesAction.
        MOVE "N" TO masterEofSwitch.
        PERFORM readNextMasterAction.
        END-READ.

    judgeOneStudentAction.
*>      An award student graduates when the award is complete; any
*>      other student when every enrollment is passed.
        PERFORM readAwardResultAction.
        IF awardResultFound
            MOVE "N" TO allPassedSwitch
            MOVE 0 TO wsEnrollmentCount
            IF AwardComplete
                SET allPassed TO TRUE
                MOVE 1 TO wsEnrollmentCount
            END-IF
        ELSE
            PERFORM checkAllCoursesPassedAction
        END-IF.
        IF allPassed AND wsEnrollmentCount > 0
            IF gradTableCount < 500
                ADD 1 TO gradTableCount
        END-IF.

    judgeEnrollmentResultAction.
        PERFORM readEnrollmentResultAction.
        IF NOT resultFound
            MOVE "N" TO allPassedSwitch
        ELSE
            IF NOT resultFinal
                MOVE "N" TO allPassedSwitch
            ELSE
                PERFORM rankBandAction
                IF wsBandRank > 4
                    MOVE "N" TO allPassedSwitch
                END-IF
            END-IF
        END-IF.

    readEnrollmentResultAction.
*>      The result for the enrollment in the record area: its course
*>      and term, then a blank term for a result recorded before
*>      terms were carried.
        MOVE "N" TO resultFoundSwitch.
        MOVE EnrollStudentId TO ClassStudentId.
        MOVE EnrollCourseCode TO ClassCourseCode.
        MOVE EnrollTermCode TO ClassTermCode.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET resultFound TO TRUE
        END-READ.
        IF NOT resultFound AND EnrollTermCode NOT = SPACES
            MOVE SPACES TO ClassTermCode
            READ CLASSIFICATION-FILE
                KEY IS ClassKey
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET resultFound TO TRUE
            END-READ
        END-IF.

    rankBandAction.
        EVALUATE ClassBand
        END-READ.

    removeAndCertifyAction.
*>      Each enrollment is certified from its own result as it is
*>      removed.
        ADD 1 TO wsGraduateCount.
        PERFORM writeHistoryRecordAction.
        PERFORM readAwardResultAction.
        MOVE "N" TO awardGraduateSwitch.
        IF awardResultFound AND AwardComplete
            SET awardGraduate TO TRUE
            MOVE AwardResAwardCode TO wsCertCode
            MOVE AwardResBand TO wsCertBand
            PERFORM writeGraduateRecordAction
            PERFORM registerCertificateAction
            PERFORM printCertificateAction
        END-IF.
        PERFORM deleteEnrollmentsAction.
        PERFORM archiveEmergencyContactAction.
        MOVE "STUMAST" TO jrnFileName.
        MOVE StudentMasterRecord TO jrnImage.
        DELETE STUDENT-MASTER RECORD
            INVALID KEY
                DISPLAY "Graduate " StudentId OF StudentMasterRecord
                    " could not be removed, status " wsMasterStatus
            NOT INVALID KEY
                PERFORM writeJournalAction
        MOVE StudentId OF StudentMasterRecord TO GradStudentId.
        MOVE Surname OF StudentMasterRecord TO GradSurname.
        MOVE Forename OF StudentMasterRecord TO GradForename.
        MOVE wsCertCode TO GradCourseCode.
        MOVE wsCertBand TO GradBand.
        MOVE wsRunDate TO GradCompletionDate.
        WRITE GraduateRecord.

        WRITE StudentHistoryRecord.
        CLOSE HISTORY-FILE.

    registerCertificateAction.
*>      The register keeps the name, since the master record goes
*>      once the student has graduated.
        CALL "NextCertSerial" USING issuedCertSerial, issueStatusCode.
        IF NOT issueOk
            MOVE 0 TO issuedCertSerial
            ADD 1 TO wsUnregisteredCount
        ELSE
            MOVE issuedCertSerial TO CertSerial
            MOVE StudentId OF StudentMasterRecord TO CertStudentId
            MOVE Surname OF StudentMasterRecord TO CertSurname
            MOVE Forename OF StudentMasterRecord TO CertForename
            MOVE wsCertCode TO CertCourseCode
            MOVE wsCertBand TO CertBand
            MOVE wsRunDate TO CertAwardDate
            MOVE wsRunDate TO CertIssueDate
            SET certValid TO TRUE
            MOVE 0 TO CertReplaces
            MOVE 0 TO CertReplacedBy
            MOVE 0 TO CertVoidDate
            MOVE SPACES TO CertVoidReason
            MOVE SPACES TO CertVoidOperator
            WRITE CertificateRegisterRecord
                INVALID KEY
                    DISPLAY "Certificate serial " issuedCertSerial
                        " already on CERTREG - check CERTNEXT."
                    MOVE 0 TO issuedCertSerial
                    ADD 1 TO wsUnregisteredCount
            END-WRITE
        END-IF.

    printCertificateAction.
        MOVE "(title not on file)" TO wsCourseTitle.
        IF awardGraduate
            PERFORM VARYING awardTableIndex FROM 1 BY 1
                UNTIL awardTableIndex > awardTableCount
                IF awardTableCode(awardTableIndex) = wsCertCode
                    MOVE awardTableTitle(awardTableIndex)
                        TO wsCourseTitle
                END-IF
            END-PERFORM
        ELSE
            PERFORM VARYING courseTableIndex FROM 1 BY 1
                UNTIL courseTableIndex > courseTableCount
                IF courseTableCode(courseTableIndex) = wsCertCode
                    MOVE courseTableTitle(courseTableIndex)
                        TO wsCourseTitle
                END-IF
            END-PERFORM
        END-IF.
        MOVE SPACES TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.
        MOVE ALL "=" TO wsCertLine.
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        IF awardGraduate
            STRING " has been awarded " DELIMITED BY SIZE
                   wsCertCode           DELIMITED BY SIZE
                   " - "                DELIMITED BY SIZE
                   wsCourseTitle        DELIMITED BY SIZE
                   INTO wsCertLine
            END-STRING
        ELSE
            STRING " has completed "    DELIMITED BY SIZE
                   wsCertCode           DELIMITED BY SIZE
                   " - "                DELIMITED BY SIZE
                   wsCourseTitle        DELIMITED BY SIZE
                   INTO wsCertLine
            END-STRING
        END-IF.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        STRING " with classification " DELIMITED BY SIZE
               wsCertBand              DELIMITED BY SIZE
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
               INTO wsCertLine
        END-STRING.
        WRITE CertificateLine FROM wsCertLine.
        MOVE SPACES TO wsCertLine.
        IF issuedCertSerial > 0
            STRING " Certificate no:  " DELIMITED BY SIZE
                   issuedCertSerial     DELIMITED BY SIZE
                   INTO wsCertLine
            END-STRING
        ELSE
            MOVE " Certificate no:  (not registered)" TO wsCertLine
        END-IF.
        WRITE CertificateLine FROM wsCertLine.
        MOVE ALL "=" TO wsCertLine.
        WRITE CertificateLine FROM wsCertLine.

        END-READ.
        IF NOT enrollEof
            IF EnrollStudentId = StudentId OF StudentMasterRecord
                PERFORM readEnrollmentResultAction
                IF resultFound AND NOT awardGraduate
                    MOVE ClassCourseCode TO wsCertCode
                    MOVE ClassBand TO wsCertBand
                    PERFORM writeGraduateRecordAction
                    PERFORM registerCertificateAction
                    PERFORM printCertificateAction
                END-IF
                MOVE "ENROLL" TO jrnFileName
                MOVE "D" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
