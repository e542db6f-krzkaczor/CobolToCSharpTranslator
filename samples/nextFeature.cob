*>   complaint can finally be answered.  Disclosure logs its
*>   statement runs to the same file, and AccessLogReport prints the
*>   monthly review.
*> - New re-(A)dmit mode brings a withdrawn student back under their
*>   original id instead of registering a new person: the newest
*>   STUHIST record for the id is restored to the master with a
*>   freshly keyed address and course (the registration date becomes
*>   the re-admission date; STUHIST keeps the old one), so CNCLASS
*>   results and the fee account join up again by themselves.  The
*>   master write is journalled like any other, an R image goes to
*>   STUAUDIT, and the contact archived on EMERHIST can be put back
*>   on EMERCONT or a new one keyed.  A full course refuses the
*>   re-admission rather than waitlisting it, since the waitlist
*>   cannot carry the restored record.
*> - CNCLASS now holds a result per student, course and term, so the
*>   prerequisite check reads every result the student has for the
*>   required course and judges the best band among them.
*> - An id that is not on the master is looked up on the MERGEXRF merge
*>   cross-reference, and if StudentMerge retired it the surviving id is
*>   shown.  Re-admission refuses an id whose newest STUHIST record has
*>   reason MG and names the survivor instead, so a merged record is not
*>   brought back as a second student.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT EMERGENCY-CONTACT-FILE ASSIGN TO "EMERCONT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAccessLogStatus.

    SELECT HISTORY-FILE ASSIGN TO "STUHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT EMERGENCY-HISTORY-FILE ASSIGN TO "EMERHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsEmerHistStatus.

    SELECT MERGE-XREF-FILE ASSIGN TO "MERGEXRF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsXrefStatus.

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
    05  AccessStudentId  PIC 9(7).
    05  AccessMode       PIC X(8).

FD  HISTORY-FILE.
01  StudentHistoryRecord.
    COPY STUDENT.
    02  WithdrawReason  PIC X(2).
    02  WithdrawDate    PIC 9(8).

FD  MERGE-XREF-FILE.
01  MergeXrefRecord.
    05  XrefRetiredId    PIC 9(7).
    05  XrefSurvivorId   PIC 9(7).
    05  XrefDate         PIC 9(8).
    05  XrefOperatorId   PIC X(8).

FD  EMERGENCY-HISTORY-FILE.
01  EmergencyHistoryRecord.
    05  EmerHistStudentId    PIC 9(7).
    05  EmerHistName         PIC X(30).
    05  EmerHistRelationship PIC X(12).
    05  EmerHistPhone1       PIC X(14).
    05  EmerHistPhone2       PIC X(14).
    05  EmerHistAddress      PIC X(40).
    05  EmerHistWithdrawDate PIC 9(8).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "AcceptAndDisplay".
01 wsBandRank PIC 9 VALUE 9.
01 wsAchievedRank PIC 9 VALUE 9.
01 wsRequiredRank PIC 9 VALUE 9.
01 prereqResultEofSwitch PIC X VALUE "N".
   88 prereqResultEof VALUE "Y".
01 prereqResultFoundSwitch PIC X VALUE "N".
   88 prereqResultFound VALUE "Y".

01 wsContactStatus PIC XX VALUE "00".
01 wsPendingStatus PIC XX VALUE "00".
01 wsClashCourse PIC X(4) VALUE SPACES.
01 wsEnrolledCourse PIC X(4) VALUE SPACES.

01 wsHistoryStatus PIC XX VALUE "00".
01 wsEmerHistStatus PIC XX VALUE "00".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 historyFoundSwitch PIC X VALUE "N".
   88 historyFound VALUE "Y".
01 emerHistEofSwitch PIC X VALUE "N".
   88 emerHistEof VALUE "Y".
01 emerHistFoundSwitch PIC X VALUE "N".
   88 emerHistFound VALUE "Y".
01 wsXrefStatus PIC XX VALUE "00".
01 xrefEofSwitch PIC X VALUE "N".
   88 xrefEof VALUE "Y".
01 survivorFoundSwitch PIC X VALUE "N".
   88 survivorFound VALUE "Y".
01 wsSurvivorId PIC 9(7) VALUE 0.
01 latestHistoryRecord.
    COPY STUDENT.
    02  latestWithdrawReason PIC X(2).
    02  latestWithdrawDate   PIC 9(8).
01 latestEmergencyHistory.
    05  latestEmerStudentId    PIC 9(7).
    05  latestEmerName         PIC X(30).
    05  latestEmerRelationship PIC X(12).
    05  latestEmerPhone1       PIC X(14).
    05  latestEmerPhone2       PIC X(14).
    05  latestEmerAddress      PIC X(40).
    05  latestEmerWithdrawDate PIC 9(8).

01 runModeSwitch PIC X VALUE "I".
   88 interactiveMode VALUE "I".
   88 batchMode VALUE "B".
   88 maintenanceMode VALUE "M".
   88 withdrawMode VALUE "W".
   88 enrolMode VALUE "E".
   88 readmitMode VALUE "A".
01 wsModeAnswer PIC X VALUE "N".
01 wsMaintainAnswer PIC X VALUE "I".
01 browseDoneSwitch PIC X VALUE "N".
            PERFORM withdrawStudentAction
        WHEN enrolMode
            PERFORM enrolExtraCourseAction
        WHEN readmitMode
            PERFORM readmitStudentAction
        WHEN OTHER
            PERFORM acceptStudentAction
            PERFORM saveStudentAction

    askModeAction.
        DISPLAY "Mode - (R)egister, (B)atch register, (M)aintain "
            "existing, (W)ithdraw, (E)nrol extra course, re-(A)dmit "
            "withdrawn student?".
        ACCEPT wsModeAnswer.
        PERFORM setModeFromAnswerAction.

                SET withdrawMode TO TRUE
            WHEN "E" WHEN "e"
                SET enrolMode TO TRUE
            WHEN "A" WHEN "a"
                SET readmitMode TO TRUE
            WHEN OTHER
                SET interactiveMode TO TRUE
        END-EVALUATE.
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                DISPLAY "Student " StudentId OF StudentDetails " not found."
                PERFORM reportMergedIdAction
            NOT INVALID KEY
                MOVE "MAINT" TO wsAccessModeWord
                PERFORM writeAccessLogAction
                DISPLAY "Operator " wsOperatorId
                    " is not permitted to maintain records."
                MOVE "1" TO signOnStatusCode
            WHEN readmitMode AND NOT operatorMayMaintain
                DISPLAY "Operator " wsOperatorId
                    " is not permitted to re-admit students."
                MOVE "1" TO signOnStatusCode
            WHEN withdrawMode AND NOT operatorMayWithdraw
                DISPLAY "Operator " wsOperatorId
                    " is not permitted to withdraw students."
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                DISPLAY "Student " StudentId OF StudentDetails " not found."
                PERFORM reportMergedIdAction
            NOT INVALID KEY
                PERFORM queueWithdrawalAction
        END-READ.
        DISPLAY "Withdrawal of student " PendStudentId
            " queued for approval by a second operator.".

    readmitStudentAction.
*>      A returning student keeps their original id: the newest
*>      STUHIST record is the starting point, so results and the fee
*>      account held under that id reconnect without any merging.
        DISPLAY "Student id to re-admit:".
        ACCEPT StudentId OF StudentDetails.
        PERFORM checkDuplicateAction.
        IF duplicateStudent
            DISPLAY "Student " StudentId OF StudentDetails
                " is on the master already - nothing to re-admit."
        ELSE
            PERFORM findLatestHistoryAction
            IF NOT historyFound
                DISPLAY "No STUHIST record for student "
                    StudentId OF StudentDetails
                    " - register them as a new student."
            ELSE
                IF latestWithdrawReason = "MG"
                    PERFORM refuseMergedReadmitAction
                ELSE
                    PERFORM restoreFromHistoryAction
                END-IF
            END-IF
        END-IF.

    refuseMergedReadmitAction.
*>      An MG record is an id retired by StudentMerge, not a student
*>      who left; the person is on the master under the survivor.
        PERFORM findSurvivorAction.
        DISPLAY "*************************************************".
        DISPLAY "** STUDENT " StudentId OF StudentDetails
            " WAS MERGED - RE-ADMISSION REFUSED.".
        IF survivorFound
            DISPLAY "** THE RECORD NOW HELD IS STUDENT " wsSurvivorId
                "."
        ELSE
            DISPLAY "** NO MERGEXRF LINE NAMES THE SURVIVING ID."
        END-IF.
        DISPLAY "*************************************************".

    reportMergedIdAction.
*>      An id missing from the master may have been retired by a
*>      merge; if so, point the operator at the id that replaced it.
        PERFORM findSurvivorAction.
        IF survivorFound
            DISPLAY "Student " StudentId OF StudentDetails
                " was merged into student " wsSurvivorId
                " - use that id."
        END-IF.

    findSurvivorAction.
*>      MERGEXRF is appended one line per merge, so the last line for
*>      the retired id is the one that counts.
        MOVE "N" TO survivorFoundSwitch.
        MOVE "N" TO xrefEofSwitch.
        MOVE 0 TO wsSurvivorId.
        OPEN INPUT MERGE-XREF-FILE.
        IF wsXrefStatus = "00"
            PERFORM readXrefAction
            PERFORM matchXrefAction UNTIL xrefEof
            CLOSE MERGE-XREF-FILE
        END-IF.

    readXrefAction.
        READ MERGE-XREF-FILE
            AT END
                SET xrefEof TO TRUE
        END-READ.

    matchXrefAction.
        IF XrefRetiredId = StudentId OF StudentDetails
            SET survivorFound TO TRUE
            MOVE XrefSurvivorId TO wsSurvivorId
        END-IF.
        PERFORM readXrefAction.

    findLatestHistoryAction.
        MOVE "N" TO historyFoundSwitch.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM matchHistoryAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    matchHistoryAction.
*>      STUHIST is in the order written, so a later record for the
*>      same date is the newer one.
        IF StudentId OF StudentHistoryRecord = StudentId OF StudentDetails
            IF NOT historyFound
                OR WithdrawDate >= latestWithdrawDate
                SET historyFound TO TRUE
                MOVE StudentHistoryRecord TO latestHistoryRecord
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    restoreFromHistoryAction.
        MOVE CORRESPONDING latestHistoryRecord TO StudentDetails.
        DISPLAY "Student " StudentId OF StudentDetails " "
            Surname OF StudentDetails " " Forename OF StudentDetails.
        DISPLAY "Left on " latestWithdrawDate " reason "
            latestWithdrawReason " from course "
            CourseCode OF StudentDetails.
        DISPLAY "Last address: " AddressLine1 OF StudentDetails " "
            Town OF StudentDetails " " Postcode OF StudentDetails.
        DISPLAY "Updated address -".
        PERFORM acceptAddressAction.
        PERFORM acceptCourseCodeAction.
        ACCEPT wsRunDate FROM DATE YYYYMMDD.
        MOVE wsRunDate TO RegistrationDate OF StudentDetails.
*>      Desk re-admissions carry no originating office.
        MOVE SPACES TO OriginatingOffice OF StudentDetails.
        MOVE "N" TO waitlistedSwitch.
        PERFORM checkCourseCapacityAction.
        IF studentWaitlisted
            DISPLAY "Course " CourseCode OF StudentDetails
                " is full - re-admission not saved.  Choose another "
                "course or re-admit when a seat frees."
        ELSE
            MOVE CORRESPONDING StudentDetails TO StudentMasterRecord
            WRITE StudentMasterRecord
                INVALID KEY
                    DISPLAY "Student " StudentId OF StudentDetails
                        " could not be written, status " wsMasterStatus
                    MOVE "STUMAST" TO logFileName
                    MOVE wsMasterStatus TO logFileStatus
                    MOVE "MASTER WRITE FAILED" TO logActionTaken
                    PERFORM logFileErrorAction
                NOT INVALID KEY
                    MOVE wsOperatorId TO jrnOperatorId
                    MOVE "STUMAST" TO jrnFileName
                    MOVE "A" TO jrnAction
                    MOVE StudentMasterRecord TO jrnImage
                    PERFORM writeJournalAction
                    PERFORM writeReadmitAuditAction
                    PERFORM writeEnrollmentAction
                    IF courseFoundIndex > 0
                        ADD 1 TO courseTableSeatCount(courseFoundIndex)
                    END-IF
                    DISPLAY "Student " StudentId OF StudentDetails
                        " re-admitted on " CourseCode OF StudentDetails
                        "."
                    PERFORM restoreEmergencyContactAction
            END-WRITE
        END-IF.

    writeReadmitAuditAction.
*>      An R image marks the record coming back from history.
        OPEN EXTEND AUDIT-FILE.
        IF wsAuditStatus NOT = "00"
            OPEN OUTPUT AUDIT-FILE
        END-IF.
        MOVE wsOperatorId TO AuditOperatorId.
        MOVE wsRunDate TO AuditDate.
        MOVE "R" TO AuditImageType.
        MOVE CORRESPONDING StudentMasterRecord TO StudentAuditRecord.
        WRITE StudentAuditRecord.
        CLOSE AUDIT-FILE.

    restoreEmergencyContactAction.
*>      The contact archived at withdrawal may be out of date, so the
*>      operator confirms it before it goes back on EMERCONT; declined
*>      or missing, a new contact is keyed as at registration.
        MOVE "N" TO emerHistFoundSwitch.
        MOVE "N" TO emerHistEofSwitch.
        OPEN INPUT EMERGENCY-HISTORY-FILE.
        IF wsEmerHistStatus = "00"
            PERFORM readEmerHistAction
            PERFORM matchEmerHistAction UNTIL emerHistEof
            CLOSE EMERGENCY-HISTORY-FILE
        END-IF.
        MOVE "N" TO wsMaintainAnswer.
        IF emerHistFound
            DISPLAY "Archived contact: " latestEmerName
                " (" latestEmerRelationship ") "
                latestEmerPhone1 " " latestEmerPhone2
            DISPLAY "Restore this emergency contact (Y/N)?"
            ACCEPT wsMaintainAnswer
        ELSE
            DISPLAY "No archived emergency contact on EMERHIST."
        END-IF.
        IF wsMaintainAnswer = "Y" OR wsMaintainAnswer = "y"
            MOVE StudentId OF StudentDetails TO ContactStudentId
            MOVE latestEmerName TO ContactName
            MOVE latestEmerRelationship TO ContactRelationship
            MOVE latestEmerPhone1 TO ContactPhone1
            MOVE latestEmerPhone2 TO ContactPhone2
            MOVE latestEmerAddress TO ContactAddress
            WRITE EmergencyContactRecord
                INVALID KEY
                    REWRITE EmergencyContactRecord
                        INVALID KEY
                            DISPLAY "Emergency contact could not be "
                                "saved, status " wsContactStatus
                    END-REWRITE
            END-WRITE
        ELSE
            PERFORM captureEmergencyContactAction
        END-IF.

    readEmerHistAction.
        READ EMERGENCY-HISTORY-FILE
            AT END
                SET emerHistEof TO TRUE
        END-READ.

    matchEmerHistAction.
        IF EmerHistStudentId = StudentId OF StudentDetails
            IF NOT emerHistFound
                OR EmerHistWithdrawDate >= latestEmerWithdrawDate
                SET emerHistFound TO TRUE
                MOVE EmergencyHistoryRecord TO latestEmergencyHistory
            END-IF
        END-IF.
        PERFORM readEmerHistAction.

    acceptWithdrawReasonAction.
        MOVE SPACES TO wsWithdrawReason.
        PERFORM UNTIL wsWithdrawReason NOT = SPACES
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                DISPLAY "Student " StudentId OF StudentDetails " not found."
                PERFORM reportMergedIdAction
            NOT INVALID KEY
                MOVE CORRESPONDING StudentMasterRecord TO StudentDetails
                PERFORM addEnrollmentAction
            MOVE prereqTabRequired(prereqTableIndex)
                TO wsMissingPrereq
        ELSE
            MOVE "N" TO prereqResultEofSwitch
            MOVE "N" TO prereqResultFoundSwitch
            MOVE 9 TO wsAchievedRank
            MOVE StudentId OF StudentDetails TO ClassStudentId
            MOVE prereqTabRequired(prereqTableIndex) TO ClassCourseCode
            MOVE LOW-VALUES TO ClassTermCode
            START CLASSIFICATION-FILE KEY IS NOT LESS THAN ClassKey
                INVALID KEY
                    SET prereqResultEof TO TRUE
            END-START
            PERFORM readPrereqResultAction UNTIL prereqResultEof
            CLOSE CLASSIFICATION-FILE
            PERFORM judgePrereqResultAction
        END-IF.

    readPrereqResultAction.
*>      Results for one student and course sit together under the
*>      key, one per term; the best band of them is kept.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET prereqResultEof TO TRUE
        END-READ.
        IF NOT prereqResultEof
            IF ClassStudentId NOT = StudentId OF StudentDetails
                    OR ClassCourseCode NOT =
                        prereqTabRequired(prereqTableIndex)
                SET prereqResultEof TO TRUE
            ELSE
                SET prereqResultFound TO TRUE
                MOVE ClassBand TO wsBandToRank
                PERFORM rankBandAction
                IF wsBandRank < wsAchievedRank
                    MOVE wsBandRank TO wsAchievedRank
                END-IF
            END-IF
        END-IF.

    judgePrereqResultAction.
        IF NOT prereqResultFound
            MOVE "N" TO prereqMetSwitch
            MOVE prereqTabRequired(prereqTableIndex)
                TO wsMissingPrereq
            IF prereqTabMinBand(prereqTableIndex) = SPACES
                CONTINUE
            ELSE
                MOVE prereqTabMinBand(prereqTableIndex)
                    TO wsBandToRank
                PERFORM rankBandAction
