IDENTIFICATION DIVISION.
PROGRAM-ID.  StudentMerge.

*> Supervised merge of two student records DuplicateFinder has shown
*> to be the same person.  The operator keys the surviving id and the
*> retiring id, sees both master records side by side and confirms;
*> the run then moves everything held under the retiring id onto the
*> survivor:
*>
*>   ENROLL   - each enrollment is re-keyed to the survivor; a course
*>              the survivor is already on keeps the survivor's row;
*>   CNSCORES - scores are re-identified, copied through the MERGWORK
*>              work file and written back;
*>   CNCLASS  - each result moves to the survivor; where both hold a
*>              result for the same course and term the better band
*>              is kept (a tie keeps the survivor's result, as the
*>              exam board's rule does);
*>   ATTEND   - register marks are re-identified through MERGWORK;
*>   EMERCONT - the retiring contact moves across when the survivor
*>              has none, otherwise it is archived to EMERHIST;
*>   SIGNBAL  - a non-zero balance on the retiring "S" fee account is
*>              transferred by a balanced BAT/END journal batch on
*>              SIGNPOST, applied by the next SignedArith run;
*>   FEEBILLD - each billed charge is re-pointed to the survivor (and
*>              to the survivor's fee account where it was charged to
*>              the retiring one), so billing and refunds find it;
*>   INSTPLAN, SPONLINK - a plan or sponsor link moves across unless
*>              the survivor already holds one for the same course;
*>   STUCONC, DDMAND - the concession, and any mandate on the
*>              retiring "S" account, move across unless the survivor
*>              already holds one.
*>
*> A record that cannot move because the survivor holds its own is
*> left under the retired id and listed on MERGERPT for the office to
*> resolve, as is a course billed under both ids.
*>
*> The retiring master is archived to STUHIST with reason MG and
*> deleted, a cross-reference line (retired id, survivor id, date,
*> operator) is appended to MERGEXRF so an old id on paper can still
*> be resolved, and a before/after reconciliation of record counts
*> per file for both ids is printed to MERGERPT.  Master and
*> enrollment changes post to the STUJRNL journal through StuJournal.
*> The operator needs both the maintain and withdraw permissions.
*>
*> Modification history:
*> - CNSCORES lines now carry a double-keying batch reference, which
*>   is copied through unchanged.
*> - The fee ledger now carries pounds and pence: the balance transfer
*>   is posted to SIGNPOST to the penny and the report prints it so.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The billed registry, instalment plans, sponsor links,
*>   concessions and direct debit mandates now follow the merge, and
*>   each has a line on the reconciliation.  The retiring id's results
*>   are taken into a larger table before the merge is confirmed, and
*>   the merge is refused whole, as for enrollments, if they do not
*>   fit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT SCORE-FILE ASSIGN TO "CNSCORES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScoreStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttendStatus.

    SELECT EMERGENCY-CONTACT-FILE ASSIGN TO "EMERCONT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ContactStudentId
        FILE STATUS IS wsContactStatus.

    SELECT EMERGENCY-HISTORY-FILE ASSIGN TO "EMERHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsEmerHistStatus.

    SELECT HISTORY-FILE ASSIGN TO "STUHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BalanceAccountId
        FILE STATUS IS wsBalanceStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT BILLED-REGISTRY-FILE ASSIGN TO "FEEBILLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBilledStatus.

    SELECT PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPlanStatus.

    SELECT SPONSOR-LINK-FILE ASSIGN TO "SPONLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLinkStatus.

    SELECT STUDENT-CONCESSION-FILE ASSIGN TO "STUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsConcessionStatus.

    SELECT MANDATE-FILE ASSIGN TO "DDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMandateStatus.

    SELECT WORK-FILE ASSIGN TO "MERGWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsWorkStatus.

    SELECT XREF-FILE ASSIGN TO "MERGEXRF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsXrefStatus.

    SELECT MERGE-REPORT-FILE ASSIGN TO "MERGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  SCORE-FILE.
01  ScoreRecord.
    05  ScoreStudentId          PIC 9(7).
    05  ScoreValue              PIC 99.
    05  ScorePremod             PIC 99.
    05  ScoreModerated          PIC X.
    05  ScoreAttempt            PIC 9.
    05  ScoreCourseCode         PIC X(4).
    05  ScoreBatchRef           PIC X(8).

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
    05  ClassStatus             PIC X.

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.

FD  EMERGENCY-CONTACT-FILE.
01  EmergencyContactRecord.
    05  ContactStudentId    PIC 9(7).
    05  ContactName         PIC X(30).
    05  ContactRelationship PIC X(12).
    05  ContactPhone1       PIC X(14).
    05  ContactPhone2       PIC X(14).
    05  ContactAddress      PIC X(40).

FD  EMERGENCY-HISTORY-FILE.
01  EmergencyHistoryRecord.
    05  EmerHistStudentId    PIC 9(7).
    05  EmerHistName         PIC X(30).
    05  EmerHistRelationship PIC X(12).
    05  EmerHistPhone1       PIC X(14).
    05  EmerHistPhone2       PIC X(14).
    05  EmerHistAddress      PIC X(40).
    05  EmerHistWithdrawDate PIC 9(8).

FD  HISTORY-FILE.
01  StudentHistoryRecord.
    COPY STUDENT.
    02  WithdrawReason  PIC X(2).
    02  WithdrawDate    PIC 9(8).

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  BILLED-REGISTRY-FILE.
01  BilledRegistryRecord.
    05  BilledStudentId     PIC 9(7).
    05  BilledCourseCode    PIC X(4).
    05  BilledDate          PIC 9(8).
    05  BilledAmount        PIC 9(7).
    05  BilledTermCode      PIC X(6).
    05  BilledAccountId     PIC X(8).

FD  PLAN-FILE.
01  PlanRecord.
    05  PlanStudentId       PIC 9(7).
    05  PlanCourseCode      PIC X(4).
    05  PlanAmount          PIC 9(7).
    05  PlanInstalments     PIC 9(2).
    05  PlanFirstDue        PIC 9(8).
    05  PlanFrequency       PIC X.
    05  PlanStatus          PIC X.
    05  PlanSetUpDate       PIC 9(8).

FD  SPONSOR-LINK-FILE.
01  SponsorLinkRecord.
    05  LinkStudentId       PIC 9(7).
    05  LinkCourseCode      PIC X(4).
    05  LinkSponsorId       PIC 9(6).
    05  LinkDate            PIC 9(8).

FD  STUDENT-CONCESSION-FILE.
01  StudentConcessionRecord.
    05  ConcStudentId       PIC 9(7).
    05  ConcCategory        PIC X(2).
    05  ConcExpiryDate      PIC 9(8).

FD  MANDATE-FILE.
01  MandateRecord.
    COPY DDMAND.

FD  WORK-FILE.
01  WorkRecord          PIC X(160).

FD  XREF-FILE.
01  MergeXrefRecord.
    05  XrefRetiredId   PIC 9(7).
    05  XrefSurvivorId  PIC 9(7).
    05  XrefDate        PIC 9(8).
    05  XrefOperatorId  PIC X(8).

FD  MERGE-REPORT-FILE.
01  MergeReportLine     PIC X(80).

WORKING-STORAGE SECTION.
01 errorLogArea.
   05 logProgramId   PIC X(16) VALUE "StudentMerge".
   05 logFileName    PIC X(8)  VALUE SPACES.
   05 logFileStatus  PIC XX    VALUE "00".
   05 logActionTaken PIC X(30) VALUE SPACES.

01 journalArea.
   05 jrnProgramId  PIC X(16) VALUE "StudentMerge".
   05 jrnOperatorId PIC X(8)  VALUE SPACES.
   05 jrnFileName   PIC X(8)  VALUE SPACES.
   05 jrnAction     PIC X     VALUE SPACE.
   05 jrnImage      PIC X(140) VALUE SPACES.

01 wsMasterStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsScoreStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsAttendStatus PIC XX VALUE "00".
01 wsContactStatus PIC XX VALUE "00".
01 wsEmerHistStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsBalanceStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsWorkStatus PIC XX VALUE "00".
01 wsXrefStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsBilledStatus PIC XX VALUE "00".
01 wsPlanStatus PIC XX VALUE "00".
01 wsLinkStatus PIC XX VALUE "00".
01 wsConcessionStatus PIC XX VALUE "00".
01 wsMandateStatus PIC XX VALUE "00".

01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 subjectEofSwitch PIC X VALUE "N".
   88 subjectEof VALUE "Y".
01 workEofSwitch PIC X VALUE "N".
   88 workEof VALUE "Y".
01 survivorFoundSwitch PIC X VALUE "N".
   88 survivorFound VALUE "Y".
01 retiringFoundSwitch PIC X VALUE "N".
   88 retiringFound VALUE "Y".
01 classEofSwitch PIC X VALUE "N".
   88 classEof VALUE "Y".
01 mergeRefusedSwitch PIC X VALUE "N".
   88 mergeRefused VALUE "Y".
01 billedEofSwitch PIC X VALUE "N".
   88 billedEof VALUE "Y".
01 billedChangedSwitch PIC X VALUE "N".
   88 billedChanged VALUE "Y".

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
      88 operatorMayWithdraw VALUE "Y".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

01 wsAnswer PIC X VALUE SPACE.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsSurvivorId PIC 9(7) VALUE 0.
01 wsRetiringId PIC 9(7) VALUE 0.
01 wsCountId PIC 9(7) VALUE 0.
01 wsCountResult PIC 9(5) VALUE 0.

01 survivorDetails.
    COPY STUDENT.
01 retiringDetails.
    COPY STUDENT.

*> Enrollments of the retiring id are taken into a table before any
*> are moved, so the merge is refused whole rather than half done
*> when a student somehow holds more than the table.
01 moveTableCount PIC 9(3) VALUE 0.
01 moveTableIndex PIC 9(3) VALUE 0.
01 moveDroppedCount PIC 9(5) VALUE 0.
01 moveTable.
    05 moveTableEntry OCCURS 50 TIMES.
        10 moveTabCourse PIC X(4).
        10 moveTabDate   PIC 9(8).
        10 moveTabTerm   PIC X(6).

*> One reconciliation line per file: records held under each id
*> before and after, records dropped as the survivor's own, and
*> records held back under the retired id for the office.
01 reconTable.
    05 reconEntry OCCURS 12 TIMES.
        10 reconFile          PIC X(8).
        10 reconRetireBefore  PIC 9(5).
        10 reconSurviveBefore PIC 9(5).
        10 reconRetireAfter   PIC 9(5).
        10 reconSurviveAfter  PIC 9(5).
        10 reconDropped       PIC 9(5).
        10 reconHeld          PIC 9(5).
01 reconIndex PIC 9(2) VALUE 0.
01 reconExpected PIC 9(6) VALUE 0.
01 reconOutCount PIC 9 VALUE 0.

01 wsBandToRank PIC X(17) VALUE SPACES.
01 wsBandRank PIC 9 VALUE 9.
01 wsSurvivorRank PIC 9 VALUE 9.
01 wsRetiringRank PIC 9 VALUE 9.
*> Results of the retiring id are taken in before the merge is
*> confirmed, for the same reason as its enrollments.
01 retResCount PIC 9(3) VALUE 0.
01 retResIndex PIC 9(3) VALUE 0.
01 retResDroppedCount PIC 9(5) VALUE 0.
01 retiringResults.
    05 retiringResult OCCURS 100 TIMES.
        10 retResCourseCode PIC X(4).
        10 retResTermCode   PIC X(6).
        10 retResScore      PIC 99.
        10 retResBand       PIC X(17).
        10 retResAttempt    PIC 9.
        10 retResStatus     PIC X.
01 wsResultCountId PIC 9(7) VALUE 0.
01 wsResultCount PIC 9(5) VALUE 0.

01 retiringContact.
    05 retConName         PIC X(30).
    05 retConRelationship PIC X(12).
    05 retConPhone1       PIC X(14).
    05 retConPhone2       PIC X(14).
    05 retConAddress      PIC X(40).

*> The billed registry is held whole and rewritten with the retiring
*> id's charges re-pointed, the way CourseTransfer keeps it.
01 billedTableCount PIC 9(4) VALUE 0.
01 billedTableIndex PIC 9(4) VALUE 0.
01 billedSearchIndex PIC 9(4) VALUE 0.
01 billedDroppedCount PIC 9(4) VALUE 0.
01 billedTable.
    05 billedTableEntry OCCURS 2000 TIMES.
        10 billedTabStudentId PIC 9(7).
        10 billedTabCourse    PIC X(4).
        10 billedTabDate      PIC 9(8).
        10 billedTabAmount    PIC 9(7).
        10 billedTabTerm      PIC X(6).
        10 billedTabAccount   PIC X(8).

*> What the survivor already holds in the file being merged - the
*> course of each plan or link, or a single blank entry for a file
*> held one per student.  Should the survivor hold more than the
*> table, every retiring record is held back rather than risk a
*> second one.
01 survivorKeyCount PIC 9(3) VALUE 0.
01 survivorKeyIndex PIC 9(3) VALUE 0.
01 survivorKeysFullSwitch PIC X VALUE "N".
   88 survivorKeysFull VALUE "Y".
01 survivorKeys.
    05 survivorKeyEntry OCCURS 100 TIMES PIC X(4).
01 wsSurvivorKey PIC X(4) VALUE SPACES.

*> Records left for the office to resolve, listed on MERGERPT.
01 heldCount PIC 9(2) VALUE 0.
01 heldIndex PIC 9(2) VALUE 0.
01 heldDroppedCount PIC 9(5) VALUE 0.
01 heldTable.
    05 heldEntry OCCURS 50 TIMES.
        10 heldFile   PIC X(8).
        10 heldDetail PIC X(64).
01 wsHeldFile PIC X(8) VALUE SPACES.
01 wsHeldDetail PIC X(64) VALUE SPACES.

01 wsFeeAccount.
   05 FILLER            PIC X VALUE "S".
   05 wsFeeAccountId    PIC 9(7) VALUE 0.
01 wsRetiringAccount PIC X(8) VALUE SPACES.
01 wsSurvivorAccount PIC X(8) VALUE SPACES.
01 wsRetiringBalance PIC S9(7)V99 VALUE 0.
01 wsSurvivorBalance PIC S9(7)V99 VALUE 0.
01 wsTransferPosted PIC X VALUE "N".
   88 transferPosted VALUE "Y".
01 wsMergeReference.
   05 FILLER            PIC XX VALUE "MG".
   05 wsMergeRefId      PIC 9(7) VALUE 0.
   05 FILLER            PIC X VALUE SPACE.
01 wsBatchLine.
   05 wsBatchTag        PIC X(3).
   05 wsBatchReference  PIC X(10).
   05 FILLER            PIC X(20) VALUE SPACES.

01 wsHeadingLine.
   05 FILLER PIC X(10) VALUE "File      ".
   05 FILLER PIC X(14) VALUE "   Before: old".
   05 FILLER PIC X(10) VALUE "  survivor".
   05 FILLER PIC X(14) VALUE "    After: old".
   05 FILLER PIC X(10) VALUE "  survivor".
   05 FILLER PIC X(9)  VALUE "  Dropped".
   05 FILLER PIC X(9)  VALUE "     Held".
01 wsDetailLine.
   05 wsDetailFile      PIC X(8).
   05 FILLER            PIC X(9) VALUE SPACES.
   05 wsDetailRetBefore PIC ZZZZ9.
   05 FILLER            PIC X(5) VALUE SPACES.
   05 wsDetailSurBefore PIC ZZZZ9.
   05 FILLER            PIC X(9) VALUE SPACES.
   05 wsDetailRetAfter  PIC ZZZZ9.
   05 FILLER            PIC X(5) VALUE SPACES.
   05 wsDetailSurAfter  PIC ZZZZ9.
   05 FILLER            PIC X(4) VALUE SPACES.
   05 wsDetailDropped   PIC ZZZZ9.
   05 FILLER            PIC X(6) VALUE SPACES.
   05 wsDetailHeld      PIC ZZZZ9.
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailFlag      PIC X(3).
01 wsAmountEdit PIC -(7)9.99.
01 wsListLine PIC X(80) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "StudentMerge".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Student record merge".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF NOT operatorMayMaintain OR NOT operatorMayWithdraw
        DISPLAY "Operator " wsOperatorId
            " is not permitted to merge student records."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.

    OPEN I-O STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "No student master on file - " wsMasterStatus
        MOVE "STUMAST" TO logFileName
        MOVE wsMasterStatus TO logFileStatus
        MOVE "OPEN FAILED - MERGE ENDED" TO logActionTaken
        PERFORM logFileErrorAction
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ENROLLMENT-FILE.
    IF wsEnrollStatus = "35"
        OPEN OUTPUT ENROLLMENT-FILE
        CLOSE ENROLLMENT-FILE
        OPEN I-O ENROLLMENT-FILE
    END-IF.

    PERFORM acceptMergeIdsAction.
    IF NOT mergeRefused
        PERFORM loadRetiringEnrollmentsAction
        IF moveDroppedCount > 0
            DISPLAY "*************************************************"
            DISPLAY "** RETIRING ID HOLDS MORE ENROLLMENTS THAN THE "
                "TABLE - " moveDroppedCount " NOT LOADED."
            DISPLAY "** MERGE REFUSED - NOTHING CHANGED."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            SET mergeRefused TO TRUE
        END-IF
    END-IF.
    IF NOT mergeRefused
        PERFORM preloadRetiringResultsAction
        IF retResDroppedCount > 0
            DISPLAY "*************************************************"
            DISPLAY "** RETIRING ID HOLDS MORE RESULTS THAN THE "
                "TABLE - " retResDroppedCount " NOT LOADED."
            DISPLAY "** MERGE REFUSED - NOTHING CHANGED."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            SET mergeRefused TO TRUE
        END-IF
    END-IF.
    IF NOT mergeRefused
        PERFORM loadBilledRegistryAction
        IF billedDroppedCount > 0
*>          The registry is rewritten whole after the merge; with part
*>          of it left out of the table, entries would be lost.
            DISPLAY "*************************************************"
            DISPLAY "** BILLED REGISTRY HOLDS MORE THAN THE TABLE - "
                billedDroppedCount " NOT LOADED."
            DISPLAY "** MERGE REFUSED - NOTHING CHANGED."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            SET mergeRefused TO TRUE
        END-IF
    END-IF.
    IF NOT mergeRefused
        PERFORM confirmMergeAction
    END-IF.
    IF NOT mergeRefused
        PERFORM initReconAction
        PERFORM mergeEnrollmentsAction
        PERFORM mergeScoresAction
        PERFORM mergeClassificationAction
        PERFORM mergeAttendanceAction
        PERFORM mergeEmergencyContactAction
        PERFORM mergeFeeAccountAction
        PERFORM mergeBilledRegistryAction
        PERFORM mergeInstalmentPlanAction
        PERFORM mergeSponsorLinkAction
        PERFORM mergeConcessionAction
        PERFORM mergeMandateAction
        PERFORM retireMasterAction
        PERFORM writeXrefAction
        PERFORM writeReconReportAction
        DISPLAY "Student " wsRetiringId " merged into " wsSurvivorId
            " - see MERGERPT."
        IF reconOutCount > 0
            DISPLAY "** " reconOutCount " file(s) do not reconcile "
                "- check MERGERPT."
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

    IF wsEnrollStatus = "00"
        CLOSE ENROLLMENT-FILE
    END-IF.
    CLOSE STUDENT-MASTER.
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

    acceptMergeIdsAction.
        MOVE "N" TO mergeRefusedSwitch.
        DISPLAY "Surviving student id (the record to keep):".
        ACCEPT wsSurvivorId.
        DISPLAY "Retiring student id (the record to merge away):".
        ACCEPT wsRetiringId.
        IF wsSurvivorId = wsRetiringId
            DISPLAY "The two ids are the same - nothing to merge."
            SET mergeRefused TO TRUE
        ELSE
            MOVE "N" TO survivorFoundSwitch
            MOVE wsSurvivorId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                KEY IS StudentId OF StudentMasterRecord
                INVALID KEY
                    DISPLAY "Surviving student " wsSurvivorId
                        " not on the master."
                    SET mergeRefused TO TRUE
                NOT INVALID KEY
                    SET survivorFound TO TRUE
                    MOVE StudentMasterRecord TO survivorDetails
            END-READ
            MOVE "N" TO retiringFoundSwitch
            MOVE wsRetiringId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                KEY IS StudentId OF StudentMasterRecord
                INVALID KEY
                    DISPLAY "Retiring student " wsRetiringId
                        " not on the master."
                    SET mergeRefused TO TRUE
                NOT INVALID KEY
                    SET retiringFound TO TRUE
                    MOVE StudentMasterRecord TO retiringDetails
            END-READ
        END-IF.

    loadRetiringEnrollmentsAction.
        MOVE 0 TO moveTableCount.
        MOVE 0 TO moveDroppedCount.
        MOVE "N" TO enrollEofSwitch.
        MOVE wsRetiringId TO EnrollStudentId.
        MOVE LOW-VALUES TO EnrollCourseCode.
        START ENROLLMENT-FILE
            KEY IS GREATER THAN OR EQUAL TO EnrollKey
            INVALID KEY
                SET enrollEof TO TRUE
        END-START.
        PERFORM loadOneRetiringEnrollAction UNTIL enrollEof.

    loadOneRetiringEnrollAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET enrollEof TO TRUE
        END-READ.
        IF NOT enrollEof
            IF EnrollStudentId = wsRetiringId
                IF moveTableCount < 50
                    ADD 1 TO moveTableCount
                    MOVE EnrollCourseCode
                        TO moveTabCourse(moveTableCount)
                    MOVE EnrollDate TO moveTabDate(moveTableCount)
                    MOVE EnrollTermCode TO moveTabTerm(moveTableCount)
                ELSE
                    ADD 1 TO moveDroppedCount
                END-IF
            ELSE
                SET enrollEof TO TRUE
            END-IF
        END-IF.

    confirmMergeAction.
        DISPLAY " ".
        DISPLAY "KEEP   " StudentId OF survivorDetails " "
            Surname OF survivorDetails " " Forename OF survivorDetails
            " born " DateOfBirth OF survivorDetails.
        DISPLAY "       " AddressLine1 OF survivorDetails " "
            Postcode OF survivorDetails
            " course " CourseCode OF survivorDetails.
        DISPLAY "RETIRE " StudentId OF retiringDetails " "
            Surname OF retiringDetails " " Forename OF retiringDetails
            " born " DateOfBirth OF retiringDetails.
        DISPLAY "       " AddressLine1 OF retiringDetails " "
            Postcode OF retiringDetails
            " course " CourseCode OF retiringDetails.
        DISPLAY "Retiring id holds " moveTableCount
            " enrollment(s) and " retResCount " result(s).".
        MOVE SPACE TO wsAnswer.
        PERFORM UNTIL wsAnswer = "Y" OR wsAnswer = "N"
            DISPLAY "Merge " wsRetiringId " into " wsSurvivorId
                " - this cannot be undone here (Y/N)?"
            ACCEPT wsAnswer
            EVALUATE wsAnswer
                WHEN "y"
                    MOVE "Y" TO wsAnswer
                WHEN "n"
                    MOVE "N" TO wsAnswer
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM.
        IF wsAnswer = "N"
            DISPLAY "Merge abandoned - nothing changed."
            SET mergeRefused TO TRUE
        END-IF.

    initReconAction.
        PERFORM VARYING reconIndex FROM 1 BY 1 UNTIL reconIndex > 12
            MOVE 0 TO reconRetireBefore(reconIndex)
            MOVE 0 TO reconSurviveBefore(reconIndex)
            MOVE 0 TO reconRetireAfter(reconIndex)
            MOVE 0 TO reconSurviveAfter(reconIndex)
            MOVE 0 TO reconDropped(reconIndex)
            MOVE 0 TO reconHeld(reconIndex)
        END-PERFORM.
        MOVE 0 TO heldCount.
        MOVE 0 TO heldDroppedCount.
        MOVE "STUMAST" TO reconFile(1).
        MOVE "ENROLL" TO reconFile(2).
        MOVE "CNSCORES" TO reconFile(3).
        MOVE "CNCLASS" TO reconFile(4).
        MOVE "ATTEND" TO reconFile(5).
        MOVE "EMERCONT" TO reconFile(6).
        MOVE "SIGNBAL" TO reconFile(7).
        MOVE "FEEBILLD" TO reconFile(8).
        MOVE "INSTPLAN" TO reconFile(9).
        MOVE "SPONLINK" TO reconFile(10).
        MOVE "STUCONC" TO reconFile(11).
        MOVE "DDMAND" TO reconFile(12).
        MOVE 1 TO reconRetireBefore(1).
        MOVE 1 TO reconSurviveBefore(1).

    countEnrollmentsAction.
        MOVE 0 TO wsCountResult.
        MOVE "N" TO enrollEofSwitch.
        MOVE wsCountId TO EnrollStudentId.
        MOVE LOW-VALUES TO EnrollCourseCode.
        START ENROLLMENT-FILE
            KEY IS GREATER THAN OR EQUAL TO EnrollKey
            INVALID KEY
                SET enrollEof TO TRUE
        END-START.
        PERFORM countOneEnrollmentAction UNTIL enrollEof.

    countOneEnrollmentAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET enrollEof TO TRUE
        END-READ.
        IF NOT enrollEof
            IF EnrollStudentId = wsCountId
                ADD 1 TO wsCountResult
            ELSE
                SET enrollEof TO TRUE
            END-IF
        END-IF.

    mergeEnrollmentsAction.
        MOVE moveTableCount TO reconRetireBefore(2).
        MOVE wsSurvivorId TO wsCountId.
        PERFORM countEnrollmentsAction.
        MOVE wsCountResult TO reconSurviveBefore(2).
        PERFORM moveOneEnrollmentAction
            VARYING moveTableIndex FROM 1 BY 1
            UNTIL moveTableIndex > moveTableCount.
        MOVE wsRetiringId TO wsCountId.
        PERFORM countEnrollmentsAction.
        MOVE wsCountResult TO reconRetireAfter(2).
        MOVE wsSurvivorId TO wsCountId.
        PERFORM countEnrollmentsAction.
        MOVE wsCountResult TO reconSurviveAfter(2).

    moveOneEnrollmentAction.
*>      The survivor's row wins where both sat the same course.
        MOVE wsSurvivorId TO EnrollStudentId.
        MOVE moveTabCourse(moveTableIndex) TO EnrollCourseCode.
        MOVE moveTabDate(moveTableIndex) TO EnrollDate.
        MOVE moveTabTerm(moveTableIndex) TO EnrollTermCode.
        WRITE EnrollmentRecord
            INVALID KEY
                ADD 1 TO reconDropped(2)
            NOT INVALID KEY
                MOVE wsOperatorId TO jrnOperatorId
                MOVE "ENROLL" TO jrnFileName
                MOVE "A" TO jrnAction
                MOVE EnrollmentRecord TO jrnImage
                PERFORM writeJournalAction
        END-WRITE.
        MOVE wsRetiringId TO EnrollStudentId.
        MOVE moveTabCourse(moveTableIndex) TO EnrollCourseCode.
        MOVE moveTabDate(moveTableIndex) TO EnrollDate.
        MOVE moveTabTerm(moveTableIndex) TO EnrollTermCode.
        MOVE wsOperatorId TO jrnOperatorId.
        MOVE "ENROLL" TO jrnFileName.
        MOVE "D" TO jrnAction.
        MOVE EnrollmentRecord TO jrnImage.
        DELETE ENROLLMENT-FILE RECORD
            INVALID KEY
                DISPLAY "Enrollment " wsRetiringId " "
                    EnrollCourseCode " could not be removed, status "
                    wsEnrollStatus
                MOVE "ENROLL" TO logFileName
                MOVE wsEnrollStatus TO logFileStatus
                MOVE "MERGE DELETE FAILED" TO logActionTaken
                PERFORM logFileErrorAction
            NOT INVALID KEY
                PERFORM writeJournalAction
        END-DELETE.

    mergeScoresAction.
*>      CNSCORES is a plain sequential file: copied through MERGWORK
*>      with the retiring id re-identified, then written back.
        MOVE "N" TO subjectEofSwitch.
        OPEN INPUT SCORE-FILE.
        IF wsScoreStatus = "00"
            OPEN OUTPUT WORK-FILE
            PERFORM readScoreAction
            PERFORM reidentifyOneScoreAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE SCORE-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT SCORE-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToScoreAction UNTIL workEof
            CLOSE SCORE-FILE
            CLOSE WORK-FILE
        END-IF.

    readScoreAction.
        READ SCORE-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    reidentifyOneScoreAction.
        EVALUATE ScoreStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireBefore(3)
                MOVE wsSurvivorId TO ScoreStudentId
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveBefore(3)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        MOVE SPACES TO WorkRecord.
        MOVE ScoreRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readScoreAction.

    readWorkRecordAction.
        READ WORK-FILE
            AT END
                SET workEof TO TRUE
        END-READ.

    copyOneWorkToScoreAction.
        MOVE WorkRecord TO ScoreRecord.
        EVALUATE ScoreStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireAfter(3)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveAfter(3)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE ScoreRecord.
        PERFORM readWorkRecordAction.

    mergeClassificationAction.
*>      One result per course and term: each of the retiring id's
*>      results moves to the survivor, and where the survivor already
*>      holds a result for the same course and term the better band
*>      stays (a tie keeps the survivor's result).
        OPEN I-O CLASSIFICATION-FILE.
        IF wsClassificationStatus = "00"
            MOVE wsRetiringId TO wsResultCountId
            PERFORM countResultsAction
            MOVE wsResultCount TO reconRetireBefore(4)
            MOVE wsSurvivorId TO wsResultCountId
            PERFORM countResultsAction
            MOVE wsResultCount TO reconSurviveBefore(4)
            PERFORM moveRetiringResultAction
                VARYING retResIndex FROM 1 BY 1
                UNTIL retResIndex > retResCount
            MOVE wsRetiringId TO wsResultCountId
            PERFORM countResultsAction
            MOVE wsResultCount TO reconRetireAfter(4)
            MOVE wsSurvivorId TO wsResultCountId
            PERFORM countResultsAction
            MOVE wsResultCount TO reconSurviveAfter(4)
            CLOSE CLASSIFICATION-FILE
        END-IF.

    countResultsAction.
        MOVE 0 TO wsResultCount.
        MOVE "N" TO classEofSwitch.
        MOVE wsResultCountId TO ClassStudentId.
        MOVE LOW-VALUES TO ClassCourseCode.
        MOVE LOW-VALUES TO ClassTermCode.
        START CLASSIFICATION-FILE
            KEY IS GREATER THAN OR EQUAL TO ClassKey
            INVALID KEY
                SET classEof TO TRUE
        END-START.
        PERFORM countOneResultAction UNTIL classEof.

    countOneResultAction.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET classEof TO TRUE
        END-READ.
        IF NOT classEof
            IF ClassStudentId = wsResultCountId
                ADD 1 TO wsResultCount
            ELSE
                SET classEof TO TRUE
            END-IF
        END-IF.

    preloadRetiringResultsAction.
*>      Collected before the merge is confirmed, so the file is not
*>      updated under its own sweep and a student holding more
*>      results than the table is refused before anything moves.
        MOVE 0 TO retResCount.
        MOVE 0 TO retResDroppedCount.
        OPEN INPUT CLASSIFICATION-FILE.
        IF wsClassificationStatus = "00"
            PERFORM loadRetiringResultsAction
            CLOSE CLASSIFICATION-FILE
        END-IF.

    loadRetiringResultsAction.
        MOVE "N" TO classEofSwitch.
        MOVE wsRetiringId TO ClassStudentId.
        MOVE LOW-VALUES TO ClassCourseCode.
        MOVE LOW-VALUES TO ClassTermCode.
        START CLASSIFICATION-FILE
            KEY IS GREATER THAN OR EQUAL TO ClassKey
            INVALID KEY
                SET classEof TO TRUE
        END-START.
        PERFORM loadOneRetiringResultAction UNTIL classEof.

    loadOneRetiringResultAction.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET classEof TO TRUE
        END-READ.
        IF NOT classEof
            IF ClassStudentId NOT = wsRetiringId
                SET classEof TO TRUE
            ELSE
                IF retResCount < 100
                    ADD 1 TO retResCount
                    MOVE ClassCourseCode TO retResCourseCode(retResCount)
                    MOVE ClassTermCode TO retResTermCode(retResCount)
                    MOVE ClassScore TO retResScore(retResCount)
                    MOVE ClassBand TO retResBand(retResCount)
                    MOVE ClassAttempt TO retResAttempt(retResCount)
                    MOVE ClassStatus TO retResStatus(retResCount)
                ELSE
                    ADD 1 TO retResDroppedCount
                END-IF
            END-IF
        END-IF.

    moveRetiringResultAction.
        MOVE "N" TO survivorFoundSwitch.
        MOVE wsSurvivorId TO ClassStudentId.
        MOVE retResCourseCode(retResIndex) TO ClassCourseCode.
        MOVE retResTermCode(retResIndex) TO ClassTermCode.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET survivorFound TO TRUE
        END-READ.
        IF survivorFound
            ADD 1 TO reconDropped(4)
            MOVE ClassBand TO wsBandToRank
            PERFORM rankBandAction
            MOVE wsBandRank TO wsSurvivorRank
            MOVE retResBand(retResIndex) TO wsBandToRank
            PERFORM rankBandAction
            MOVE wsBandRank TO wsRetiringRank
            IF wsRetiringRank < wsSurvivorRank
                PERFORM takeRetiringResultAction
                REWRITE ClassificationRecord
                    INVALID KEY
                        DISPLAY "Result for " wsSurvivorId
                            " could not be rewritten, status "
                            wsClassificationStatus
                END-REWRITE
            END-IF
        ELSE
            PERFORM takeRetiringResultAction
            WRITE ClassificationRecord
                INVALID KEY
                    DISPLAY "Result for " wsSurvivorId
                        " could not be written, status "
                        wsClassificationStatus
            END-WRITE
        END-IF.
        MOVE wsRetiringId TO ClassStudentId.
        MOVE retResCourseCode(retResIndex) TO ClassCourseCode.
        MOVE retResTermCode(retResIndex) TO ClassTermCode.
        DELETE CLASSIFICATION-FILE RECORD
            INVALID KEY
                DISPLAY "Result for " wsRetiringId
                    " could not be removed, status "
                    wsClassificationStatus
        END-DELETE.

    takeRetiringResultAction.
        MOVE wsSurvivorId TO ClassStudentId.
        MOVE retResCourseCode(retResIndex) TO ClassCourseCode.
        MOVE retResTermCode(retResIndex) TO ClassTermCode.
        MOVE Surname OF survivorDetails TO ClassSurname.
        MOVE Forename OF survivorDetails TO ClassForename.
        MOVE retResScore(retResIndex) TO ClassScore.
        MOVE retResBand(retResIndex) TO ClassBand.
        MOVE retResAttempt(retResIndex) TO ClassAttempt.
        MOVE retResStatus(retResIndex) TO ClassStatus.

    rankBandAction.
*>      The bands in merit order, ONE best; anything unrecognized
*>      ranks worst so a mangled band never displaces a real one.
        EVALUATE wsBandToRank
            WHEN "ONE"
                MOVE 1 TO wsBandRank
            WHEN "TWO"
                MOVE 2 TO wsBandRank
            WHEN "BELOW OR EQ FOUR"
                MOVE 3 TO wsBandRank
            WHEN "FIVE AND MORE"
                MOVE 4 TO wsBandRank
            WHEN "OVER 9"
                MOVE 5 TO wsBandRank
            WHEN OTHER
                MOVE 9 TO wsBandRank
        END-EVALUATE.

    mergeAttendanceAction.
        MOVE "N" TO subjectEofSwitch.
        OPEN INPUT ATTENDANCE-FILE.
        IF wsAttendStatus = "00"
            OPEN OUTPUT WORK-FILE
            PERFORM readAttendanceAction
            PERFORM reidentifyOneMarkAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE ATTENDANCE-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT ATTENDANCE-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToAttendAction UNTIL workEof
            CLOSE ATTENDANCE-FILE
            CLOSE WORK-FILE
        END-IF.

    readAttendanceAction.
        READ ATTENDANCE-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    reidentifyOneMarkAction.
        EVALUATE AttendStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireBefore(5)
                MOVE wsSurvivorId TO AttendStudentId
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveBefore(5)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        MOVE SPACES TO WorkRecord.
        MOVE AttendanceRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readAttendanceAction.

    copyOneWorkToAttendAction.
        MOVE WorkRecord TO AttendanceRecord.
        EVALUATE AttendStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireAfter(5)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveAfter(5)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE AttendanceRecord.
        PERFORM readWorkRecordAction.

    mergeEmergencyContactAction.
*>      The survivor's own contact is kept; the retiring one moves
*>      across only when the survivor has none, and otherwise goes to
*>      EMERHIST so nothing the office keyed is lost.
        OPEN I-O EMERGENCY-CONTACT-FILE.
        IF wsContactStatus = "00"
            MOVE "N" TO retiringFoundSwitch
            MOVE wsRetiringId TO ContactStudentId
            READ EMERGENCY-CONTACT-FILE
                KEY IS ContactStudentId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET retiringFound TO TRUE
                    ADD 1 TO reconRetireBefore(6)
                    MOVE ContactName TO retConName
                    MOVE ContactRelationship TO retConRelationship
                    MOVE ContactPhone1 TO retConPhone1
                    MOVE ContactPhone2 TO retConPhone2
                    MOVE ContactAddress TO retConAddress
            END-READ
            MOVE "N" TO survivorFoundSwitch
            MOVE wsSurvivorId TO ContactStudentId
            READ EMERGENCY-CONTACT-FILE
                KEY IS ContactStudentId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET survivorFound TO TRUE
                    ADD 1 TO reconSurviveBefore(6)
            END-READ
            IF retiringFound
                PERFORM moveRetiringContactAction
            END-IF
            MOVE wsSurvivorId TO ContactStudentId
            READ EMERGENCY-CONTACT-FILE
                KEY IS ContactStudentId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO reconSurviveAfter(6)
            END-READ
            MOVE wsRetiringId TO ContactStudentId
            READ EMERGENCY-CONTACT-FILE
                KEY IS ContactStudentId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO reconRetireAfter(6)
            END-READ
            CLOSE EMERGENCY-CONTACT-FILE
        END-IF.

    moveRetiringContactAction.
        IF survivorFound
            ADD 1 TO reconDropped(6)
            OPEN EXTEND EMERGENCY-HISTORY-FILE
            IF wsEmerHistStatus NOT = "00"
                OPEN OUTPUT EMERGENCY-HISTORY-FILE
            END-IF
            MOVE wsRetiringId TO EmerHistStudentId
            MOVE retConName TO EmerHistName
            MOVE retConRelationship TO EmerHistRelationship
            MOVE retConPhone1 TO EmerHistPhone1
            MOVE retConPhone2 TO EmerHistPhone2
            MOVE retConAddress TO EmerHistAddress
            MOVE wsRunDate TO EmerHistWithdrawDate
            WRITE EmergencyHistoryRecord
            CLOSE EMERGENCY-HISTORY-FILE
        ELSE
            MOVE wsSurvivorId TO ContactStudentId
            MOVE retConName TO ContactName
            MOVE retConRelationship TO ContactRelationship
            MOVE retConPhone1 TO ContactPhone1
            MOVE retConPhone2 TO ContactPhone2
            MOVE retConAddress TO ContactAddress
            WRITE EmergencyContactRecord
                INVALID KEY
                    DISPLAY "Emergency contact for " wsSurvivorId
                        " could not be written, status "
                        wsContactStatus
            END-WRITE
        END-IF.
        MOVE wsRetiringId TO ContactStudentId.
        DELETE EMERGENCY-CONTACT-FILE RECORD
            INVALID KEY
                DISPLAY "Emergency contact for " wsRetiringId
                    " could not be removed, status " wsContactStatus
        END-DELETE.

    mergeFeeAccountAction.
*>      Balances only ever change through the posting run, so the
*>      transfer goes out as a balanced journal batch - the retiring
*>      account cleared, the survivor's charged - and SIGNBAL itself
*>      is left for SignedArith.  The after column therefore shows
*>      the balances as they stand once that batch is applied.
        MOVE wsRetiringId TO wsFeeAccountId.
        MOVE wsFeeAccount TO wsRetiringAccount.
        MOVE wsSurvivorId TO wsFeeAccountId.
        MOVE wsFeeAccount TO wsSurvivorAccount.
        MOVE 0 TO wsRetiringBalance.
        MOVE 0 TO wsSurvivorBalance.
        OPEN INPUT BALANCE-FILE.
        IF wsBalanceStatus = "00"
            MOVE wsRetiringAccount TO BalanceAccountId
            READ BALANCE-FILE
                KEY IS BalanceAccountId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO reconRetireBefore(7)
                    MOVE 1 TO reconRetireAfter(7)
                    MOVE BalanceAmount TO wsRetiringBalance
            END-READ
            MOVE wsSurvivorAccount TO BalanceAccountId
            READ BALANCE-FILE
                KEY IS BalanceAccountId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 1 TO reconSurviveBefore(7)
                    MOVE 1 TO reconSurviveAfter(7)
                    MOVE BalanceAmount TO wsSurvivorBalance
            END-READ
            CLOSE BALANCE-FILE
        END-IF.
        IF wsRetiringBalance NOT = 0
            PERFORM postBalanceTransferAction
            MOVE 1 TO reconSurviveAfter(7)
        END-IF.

    postBalanceTransferAction.
        OPEN EXTEND POSTING-FILE.
        IF wsPostingStatus NOT = "00"
            OPEN OUTPUT POSTING-FILE
        END-IF.
        PERFORM writeSourceHeaderAction.
        MOVE wsRetiringId TO wsMergeRefId.
        MOVE "BAT" TO wsBatchTag.
        MOVE wsMergeReference TO wsBatchReference.
        MOVE wsBatchLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE wsRetiringAccount TO PostAccountId.
        COMPUTE PostAmount = 0 - wsRetiringBalance.
        MOVE wsSurvivorId TO wsMergeRefId.
        MOVE wsMergeReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE wsSurvivorAccount TO PostAccountId.
        MOVE wsRetiringBalance TO PostAmount.
        MOVE wsRetiringId TO wsMergeRefId.
        MOVE wsMergeReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE "END" TO wsBatchTag.
        MOVE wsBatchLine TO PostingRecord.
        WRITE PostingRecord.
        PERFORM writeSourceTrailerAction.
        CLOSE POSTING-FILE.
        SET transferPosted TO TRUE.

    loadBilledRegistryAction.
        MOVE 0 TO billedTableCount.
        MOVE 0 TO billedDroppedCount.
        MOVE "N" TO billedEofSwitch.
        OPEN INPUT BILLED-REGISTRY-FILE.
        IF wsBilledStatus = "00"
            PERFORM readBilledRecordAction
            PERFORM addBilledEntryAction UNTIL billedEof
            CLOSE BILLED-REGISTRY-FILE
        END-IF.

    readBilledRecordAction.
        READ BILLED-REGISTRY-FILE
            AT END
                SET billedEof TO TRUE
        END-READ.

    addBilledEntryAction.
        IF billedTableCount < 2000
            ADD 1 TO billedTableCount
            MOVE BilledStudentId TO billedTabStudentId(billedTableCount)
            MOVE BilledCourseCode TO billedTabCourse(billedTableCount)
            MOVE BilledDate TO billedTabDate(billedTableCount)
            MOVE BilledAmount TO billedTabAmount(billedTableCount)
            MOVE BilledTermCode TO billedTabTerm(billedTableCount)
            MOVE BilledAccountId TO billedTabAccount(billedTableCount)
        ELSE
            ADD 1 TO billedDroppedCount
        END-IF.
        PERFORM readBilledRecordAction.

    mergeBilledRegistryAction.
*>      TuitionBilling knows a course is billed, and RefundRun finds
*>      the charge to refund, by student and course, so each charge
*>      under the retiring id is re-pointed to the survivor.  A charge
*>      made to the retiring fee account follows the balance to the
*>      survivor's; one made to a sponsor stays with the sponsor.
        MOVE "N" TO billedChangedSwitch.
        PERFORM VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount
            EVALUATE billedTabStudentId(billedTableIndex)
                WHEN wsRetiringId
                    ADD 1 TO reconRetireBefore(8)
                WHEN wsSurvivorId
                    ADD 1 TO reconSurviveBefore(8)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM.
        PERFORM repointOneBilledAction
            VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount.
        IF billedChanged
            PERFORM saveBilledRegistryAction
        END-IF.
        PERFORM VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount
            EVALUATE billedTabStudentId(billedTableIndex)
                WHEN wsRetiringId
                    ADD 1 TO reconRetireAfter(8)
                WHEN wsSurvivorId
                    ADD 1 TO reconSurviveAfter(8)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM.

    repointOneBilledAction.
*>      A course billed under both ids has been charged twice; the
*>      charge still moves, and the course is listed for the office.
        IF billedTabStudentId(billedTableIndex) = wsRetiringId
            PERFORM VARYING billedSearchIndex FROM 1 BY 1
                UNTIL billedSearchIndex > billedTableCount
                IF billedTabStudentId(billedSearchIndex) = wsSurvivorId
                    AND billedTabCourse(billedSearchIndex)
                        = billedTabCourse(billedTableIndex)
                    MOVE "FEEBILLD" TO wsHeldFile
                    MOVE SPACES TO wsHeldDetail
                    STRING "course " DELIMITED BY SIZE
                        billedTabCourse(billedTableIndex)
                            DELIMITED BY SIZE
                        " billed under both ids - check for double "
                            DELIMITED BY SIZE
                        "charge" DELIMITED BY SIZE
                        INTO wsHeldDetail
                    END-STRING
                    PERFORM noteHeldRecordAction
                END-IF
            END-PERFORM
            MOVE wsSurvivorId TO billedTabStudentId(billedTableIndex)
            IF billedTabAccount(billedTableIndex) = wsRetiringAccount
                MOVE wsSurvivorAccount
                    TO billedTabAccount(billedTableIndex)
            END-IF
            SET billedChanged TO TRUE
        END-IF.

    saveBilledRegistryAction.
        OPEN OUTPUT BILLED-REGISTRY-FILE.
        PERFORM writeOneBilledAction
            VARYING billedTableIndex FROM 1 BY 1
            UNTIL billedTableIndex > billedTableCount.
        CLOSE BILLED-REGISTRY-FILE.

    writeOneBilledAction.
        MOVE billedTabStudentId(billedTableIndex) TO BilledStudentId.
        MOVE billedTabCourse(billedTableIndex) TO BilledCourseCode.
        MOVE billedTabDate(billedTableIndex) TO BilledDate.
        MOVE billedTabAmount(billedTableIndex) TO BilledAmount.
        MOVE billedTabTerm(billedTableIndex) TO BilledTermCode.
        MOVE billedTabAccount(billedTableIndex) TO BilledAccountId.
        WRITE BilledRegistryRecord.

    noteSurvivorKeyAction.
        IF survivorKeyCount < 100
            ADD 1 TO survivorKeyCount
            MOVE wsSurvivorKey TO survivorKeyEntry(survivorKeyCount)
        ELSE
            SET survivorKeysFull TO TRUE
        END-IF.

    findSurvivorKeyAction.
        MOVE "N" TO survivorFoundSwitch.
        IF survivorKeysFull
            SET survivorFound TO TRUE
        END-IF.
        PERFORM VARYING survivorKeyIndex FROM 1 BY 1
            UNTIL survivorKeyIndex > survivorKeyCount
            IF survivorKeyEntry(survivorKeyIndex) = wsSurvivorKey
                SET survivorFound TO TRUE
            END-IF
        END-PERFORM.

    noteHeldRecordAction.
        IF heldCount < 50
            ADD 1 TO heldCount
            MOVE wsHeldFile TO heldFile(heldCount)
            MOVE wsHeldDetail TO heldDetail(heldCount)
        ELSE
            ADD 1 TO heldDroppedCount
        END-IF.

    mergeInstalmentPlanAction.
*>      A plan moves to the survivor unless the survivor already has
*>      one for the same course; that one stays under the retired id
*>      and is listed for the office to settle.  Like CNSCORES, the
*>      file is copied through MERGWORK and written back.
        OPEN INPUT PLAN-FILE.
        IF wsPlanStatus = "00"
            MOVE 0 TO survivorKeyCount
            MOVE "N" TO survivorKeysFullSwitch
            MOVE "N" TO subjectEofSwitch
            PERFORM readPlanAction
            PERFORM noteOnePlanAction UNTIL subjectEof
            CLOSE PLAN-FILE
            MOVE "N" TO subjectEofSwitch
            OPEN INPUT PLAN-FILE
            OPEN OUTPUT WORK-FILE
            PERFORM readPlanAction
            PERFORM reidentifyOnePlanAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE PLAN-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT PLAN-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToPlanAction UNTIL workEof
            CLOSE PLAN-FILE
            CLOSE WORK-FILE
        END-IF.

    readPlanAction.
        READ PLAN-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    noteOnePlanAction.
        EVALUATE PlanStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireBefore(9)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveBefore(9)
                MOVE PlanCourseCode TO wsSurvivorKey
                PERFORM noteSurvivorKeyAction
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        PERFORM readPlanAction.

    reidentifyOnePlanAction.
        IF PlanStudentId = wsRetiringId
            MOVE PlanCourseCode TO wsSurvivorKey
            PERFORM findSurvivorKeyAction
            IF survivorFound
                ADD 1 TO reconHeld(9)
                MOVE "INSTPLAN" TO wsHeldFile
                MOVE SPACES TO wsHeldDetail
                STRING "plan for course " DELIMITED BY SIZE
                       PlanCourseCode DELIMITED BY SIZE
                       " - the survivor has a plan for it"
                           DELIMITED BY SIZE
                       INTO wsHeldDetail
                END-STRING
                PERFORM noteHeldRecordAction
            ELSE
                MOVE wsSurvivorId TO PlanStudentId
            END-IF
        END-IF.
        MOVE SPACES TO WorkRecord.
        MOVE PlanRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readPlanAction.

    copyOneWorkToPlanAction.
        MOVE WorkRecord TO PlanRecord.
        EVALUATE PlanStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireAfter(9)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveAfter(9)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE PlanRecord.
        PERFORM readWorkRecordAction.

    mergeSponsorLinkAction.
*>      A sponsor link moves unless the survivor's enrollment on the
*>      same course is already linked to a sponsor.
        OPEN INPUT SPONSOR-LINK-FILE.
        IF wsLinkStatus = "00"
            MOVE 0 TO survivorKeyCount
            MOVE "N" TO survivorKeysFullSwitch
            MOVE "N" TO subjectEofSwitch
            PERFORM readLinkAction
            PERFORM noteOneLinkAction UNTIL subjectEof
            CLOSE SPONSOR-LINK-FILE
            MOVE "N" TO subjectEofSwitch
            OPEN INPUT SPONSOR-LINK-FILE
            OPEN OUTPUT WORK-FILE
            PERFORM readLinkAction
            PERFORM reidentifyOneLinkAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE SPONSOR-LINK-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT SPONSOR-LINK-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToLinkAction UNTIL workEof
            CLOSE SPONSOR-LINK-FILE
            CLOSE WORK-FILE
        END-IF.

    readLinkAction.
        READ SPONSOR-LINK-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    noteOneLinkAction.
        EVALUATE LinkStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireBefore(10)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveBefore(10)
                MOVE LinkCourseCode TO wsSurvivorKey
                PERFORM noteSurvivorKeyAction
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        PERFORM readLinkAction.

    reidentifyOneLinkAction.
        IF LinkStudentId = wsRetiringId
            MOVE LinkCourseCode TO wsSurvivorKey
            PERFORM findSurvivorKeyAction
            IF survivorFound
                ADD 1 TO reconHeld(10)
                MOVE "SPONLINK" TO wsHeldFile
                MOVE SPACES TO wsHeldDetail
                STRING "sponsor " DELIMITED BY SIZE
                       LinkSponsorId DELIMITED BY SIZE
                       " on course " DELIMITED BY SIZE
                       LinkCourseCode DELIMITED BY SIZE
                       " - the survivor is sponsored for it"
                           DELIMITED BY SIZE
                       INTO wsHeldDetail
                END-STRING
                PERFORM noteHeldRecordAction
            ELSE
                MOVE wsSurvivorId TO LinkStudentId
            END-IF
        END-IF.
        MOVE SPACES TO WorkRecord.
        MOVE SponsorLinkRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readLinkAction.

    copyOneWorkToLinkAction.
        MOVE WorkRecord TO SponsorLinkRecord.
        EVALUATE LinkStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireAfter(10)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveAfter(10)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE SponsorLinkRecord.
        PERFORM readWorkRecordAction.

    mergeConcessionAction.
*>      A student is entitled to one concession, so the retiring
*>      one moves only when the survivor has none.
        OPEN INPUT STUDENT-CONCESSION-FILE.
        IF wsConcessionStatus = "00"
            MOVE 0 TO survivorKeyCount
            MOVE "N" TO survivorKeysFullSwitch
            MOVE SPACES TO wsSurvivorKey
            MOVE "N" TO subjectEofSwitch
            PERFORM readConcessionAction
            PERFORM noteOneConcessionAction UNTIL subjectEof
            CLOSE STUDENT-CONCESSION-FILE
            MOVE "N" TO subjectEofSwitch
            OPEN INPUT STUDENT-CONCESSION-FILE
            OPEN OUTPUT WORK-FILE
            PERFORM readConcessionAction
            PERFORM reidentifyOneConcessionAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE STUDENT-CONCESSION-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT STUDENT-CONCESSION-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToConcessionAction UNTIL workEof
            CLOSE STUDENT-CONCESSION-FILE
            CLOSE WORK-FILE
        END-IF.

    readConcessionAction.
        READ STUDENT-CONCESSION-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    noteOneConcessionAction.
        EVALUATE ConcStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireBefore(11)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveBefore(11)
                PERFORM noteSurvivorKeyAction
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        PERFORM readConcessionAction.

    reidentifyOneConcessionAction.
        IF ConcStudentId = wsRetiringId
            PERFORM findSurvivorKeyAction
            IF survivorFound
                ADD 1 TO reconHeld(11)
                MOVE "STUCONC" TO wsHeldFile
                MOVE SPACES TO wsHeldDetail
                STRING "concession " DELIMITED BY SIZE
                       ConcCategory DELIMITED BY SIZE
                       " - the survivor has a concession"
                           DELIMITED BY SIZE
                       INTO wsHeldDetail
                END-STRING
                PERFORM noteHeldRecordAction
            ELSE
                MOVE wsSurvivorId TO ConcStudentId
            END-IF
        END-IF.
        MOVE SPACES TO WorkRecord.
        MOVE StudentConcessionRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readConcessionAction.

    copyOneWorkToConcessionAction.
        MOVE WorkRecord TO StudentConcessionRecord.
        EVALUATE ConcStudentId
            WHEN wsRetiringId
                ADD 1 TO reconRetireAfter(11)
            WHEN wsSurvivorId
                ADD 1 TO reconSurviveAfter(11)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE StudentConcessionRecord.
        PERFORM readWorkRecordAction.

    mergeMandateAction.
*>      Mandates are keyed by the ledger account, S plus the student
*>      id.  One on the retiring account moves to the survivor's when
*>      the survivor's account has none; otherwise it stays for the
*>      office, who must settle which instruction the bank keeps.
        OPEN INPUT MANDATE-FILE.
        IF wsMandateStatus = "00"
            MOVE 0 TO survivorKeyCount
            MOVE "N" TO survivorKeysFullSwitch
            MOVE SPACES TO wsSurvivorKey
            MOVE "N" TO subjectEofSwitch
            PERFORM readMandateAction
            PERFORM noteOneMandateAction UNTIL subjectEof
            CLOSE MANDATE-FILE
            MOVE "N" TO subjectEofSwitch
            OPEN INPUT MANDATE-FILE
            OPEN OUTPUT WORK-FILE
            PERFORM readMandateAction
            PERFORM reidentifyOneMandateAction UNTIL subjectEof
            CLOSE WORK-FILE
            CLOSE MANDATE-FILE
            MOVE "N" TO workEofSwitch
            OPEN INPUT WORK-FILE
            OPEN OUTPUT MANDATE-FILE
            PERFORM readWorkRecordAction
            PERFORM copyOneWorkToMandateAction UNTIL workEof
            CLOSE MANDATE-FILE
            CLOSE WORK-FILE
        END-IF.

    readMandateAction.
        READ MANDATE-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    noteOneMandateAction.
        EVALUATE MandateAccountId
            WHEN wsRetiringAccount
                ADD 1 TO reconRetireBefore(12)
            WHEN wsSurvivorAccount
                ADD 1 TO reconSurviveBefore(12)
                PERFORM noteSurvivorKeyAction
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        PERFORM readMandateAction.

    reidentifyOneMandateAction.
        IF MandateAccountId = wsRetiringAccount
            PERFORM findSurvivorKeyAction
            IF survivorFound
                ADD 1 TO reconHeld(12)
                MOVE "DDMAND" TO wsHeldFile
                MOVE SPACES TO wsHeldDetail
                STRING "mandate " DELIMITED BY SIZE
                       MandateReference DELIMITED BY SIZE
                       " - the survivor has a mandate"
                           DELIMITED BY SIZE
                       INTO wsHeldDetail
                END-STRING
                PERFORM noteHeldRecordAction
            ELSE
                MOVE wsSurvivorAccount TO MandateAccountId
                MOVE wsOperatorId TO MandateOperatorId
            END-IF
        END-IF.
        MOVE SPACES TO WorkRecord.
        MOVE MandateRecord TO WorkRecord.
        WRITE WorkRecord.
        PERFORM readMandateAction.

    copyOneWorkToMandateAction.
        MOVE WorkRecord TO MandateRecord.
        EVALUATE MandateAccountId
            WHEN wsRetiringAccount
                ADD 1 TO reconRetireAfter(12)
            WHEN wsSurvivorAccount
                ADD 1 TO reconSurviveAfter(12)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        WRITE MandateRecord.
        PERFORM readWorkRecordAction.

    retireMasterAction.
*>      The retiring record goes to STUHIST under reason MG, the same
*>      traceable way a withdrawal does, before it leaves the master.
        OPEN EXTEND HISTORY-FILE.
        IF wsHistoryStatus NOT = "00"
            OPEN OUTPUT HISTORY-FILE
        END-IF.
        MOVE CORRESPONDING retiringDetails TO StudentHistoryRecord.
        MOVE "MG" TO WithdrawReason.
        MOVE wsRunDate TO WithdrawDate.
        WRITE StudentHistoryRecord.
        CLOSE HISTORY-FILE.
        MOVE retiringDetails TO StudentMasterRecord.
        MOVE wsOperatorId TO jrnOperatorId.
        MOVE "STUMAST" TO jrnFileName.
        MOVE "D" TO jrnAction.
        MOVE StudentMasterRecord TO jrnImage.
        DELETE STUDENT-MASTER RECORD
            INVALID KEY
                DISPLAY "Retiring master " wsRetiringId
                    " could not be deleted, status " wsMasterStatus
                MOVE "STUMAST" TO logFileName
                MOVE wsMasterStatus TO logFileStatus
                MOVE "MERGE DELETE FAILED" TO logActionTaken
                PERFORM logFileErrorAction
                MOVE 1 TO reconRetireAfter(1)
            NOT INVALID KEY
                PERFORM writeJournalAction
        END-DELETE.
        MOVE wsSurvivorId TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            KEY IS StudentId OF StudentMasterRecord
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO reconSurviveAfter(1)
        END-READ.

    writeXrefAction.
        OPEN EXTEND XREF-FILE.
        IF wsXrefStatus NOT = "00"
            OPEN OUTPUT XREF-FILE
        END-IF.
        MOVE wsRetiringId TO XrefRetiredId.
        MOVE wsSurvivorId TO XrefSurvivorId.
        MOVE wsRunDate TO XrefDate.
        MOVE wsOperatorId TO XrefOperatorId.
        WRITE MergeXrefRecord.
        CLOSE XREF-FILE.

    writeReconReportAction.
        OPEN OUTPUT MERGE-REPORT-FILE.
        MOVE "Student merge reconciliation" TO wsListLine.
        WRITE MergeReportLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE MergeReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Retired " DELIMITED BY SIZE
               wsRetiringId DELIMITED BY SIZE
               " into survivor " DELIMITED BY SIZE
               wsSurvivorId DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               wsOperatorId DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MergeReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE MergeReportLine FROM wsListLine.
        WRITE MergeReportLine FROM wsHeadingLine.
        MOVE 0 TO reconOutCount.
        PERFORM writeReconLineAction
            VARYING reconIndex FROM 1 BY 1 UNTIL reconIndex > 12.
        MOVE SPACES TO wsListLine.
        WRITE MergeReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        MOVE wsRetiringBalance TO wsAmountEdit.
        STRING "Fee account " DELIMITED BY SIZE
               wsRetiringAccount DELIMITED BY SIZE
               " balance " DELIMITED BY SIZE
               wsAmountEdit DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MergeReportLine FROM wsListLine.
        IF transferPosted
            MOVE SPACES TO wsListLine
            STRING "  transferred to " DELIMITED BY SIZE
                   wsSurvivorAccount DELIMITED BY SIZE
                   " by SIGNPOST batch " DELIMITED BY SIZE
                   wsBatchReference DELIMITED BY SIZE
                   " - applied at the next posting run" DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE MergeReportLine FROM wsListLine
        END-IF.
        IF reconRetireBefore(7) > 0
            MOVE "  Retired account left on SIGNBAL at nil - close it"
                TO wsListLine
            WRITE MergeReportLine FROM wsListLine
            MOVE "  through SignAccountMaint once the batch is applied."
                TO wsListLine
            WRITE MergeReportLine FROM wsListLine
        END-IF.
        IF heldCount > 0
            MOVE SPACES TO wsListLine
            WRITE MergeReportLine FROM wsListLine
            MOVE "For the office to resolve:" TO wsListLine
            WRITE MergeReportLine FROM wsListLine
            PERFORM writeHeldLineAction
                VARYING heldIndex FROM 1 BY 1
                UNTIL heldIndex > heldCount
        END-IF.
        IF heldDroppedCount > 0
            MOVE SPACES TO wsListLine
            STRING "  and " DELIMITED BY SIZE
                   heldDroppedCount DELIMITED BY SIZE
                   " more under the retired id - check each file"
                       DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE MergeReportLine FROM wsListLine
        END-IF.
        CLOSE MERGE-REPORT-FILE.

    writeHeldLineAction.
        MOVE SPACES TO wsListLine.
        STRING "  " DELIMITED BY SIZE
               heldFile(heldIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               heldDetail(heldIndex) DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MergeReportLine FROM wsListLine.

    writeReconLineAction.
*>      Every record under the retiring id must have arrived under the
*>      survivor, been dropped as the survivor's own, or been held
*>      back for the office; fee accounts are not merged, so their
*>      line is shown but not balanced.
        MOVE SPACES TO wsDetailFlag.
        COMPUTE reconExpected = reconSurviveBefore(reconIndex)
            + reconRetireBefore(reconIndex)
            - reconDropped(reconIndex)
            - reconHeld(reconIndex).
        IF reconIndex = 1
            MOVE 1 TO reconExpected
        END-IF.
        IF reconIndex NOT = 7
            IF reconRetireAfter(reconIndex) NOT = reconHeld(reconIndex)
                OR reconSurviveAfter(reconIndex) NOT = reconExpected
                MOVE "**" TO wsDetailFlag
                ADD 1 TO reconOutCount
            END-IF
        END-IF.
        MOVE reconFile(reconIndex) TO wsDetailFile.
        MOVE reconRetireBefore(reconIndex) TO wsDetailRetBefore.
        MOVE reconSurviveBefore(reconIndex) TO wsDetailSurBefore.
        MOVE reconRetireAfter(reconIndex) TO wsDetailRetAfter.
        MOVE reconSurviveAfter(reconIndex) TO wsDetailSurAfter.
        MOVE reconDropped(reconIndex) TO wsDetailDropped.
        MOVE reconHeld(reconIndex) TO wsDetailHeld.
        WRITE MergeReportLine FROM wsDetailLine.

    writeJournalAction.
        CALL "StuJournal" USING jrnProgramId, jrnOperatorId,
            jrnFileName, jrnAction, jrnImage.

    logFileErrorAction.
        CALL "ErrorLog" USING logProgramId, logFileName,
            logFileStatus, logActionTaken.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE wsOperatorId TO regOperator.
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
