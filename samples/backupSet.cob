IDENTIFICATION DIVISION.
PROGRAM-ID.  BackupSet.

*> Suite-wide backup set.  StuMastBackup protects the student master
*> on its own, but a recovery needs every master taken at the same
*> moment or the restored student file and the restored ledger will
*> disagree.  Placed in RUNDECK at a quiet point (after the posting
*> steps, before anything that updates a master), this run copies
*> STUMAST, ENROLL, CNCLASS, SIGNBAL, SIGNHIST, CALCBAL, OPERMAST,
*> the reference files (COURSES, TERMS, FEESCHED, VATCODES, ROOMS,
*> TUTORS, CALCRATE, CNBANDS), the PARMMAST parameter master, the
*> APPLMAST applicant master, the SIGNHYR year archive, the other
*> student masters (EMERCONT, STUCOMMS, CANDXREF, APPEALS, AWARDRES,
*> CERTREG), the sponsor, concession and instalment files (SPONSOR,
*> SPONLINK, CONCCAT, STUCONC, INSTPLAN, DDMAND) and the COURSTUT
*> tutor assignments into the one sequential BKSET file, stamped
*> with the date and time the set was taken, and writes the BKMANIF
*> manifest: for each file its record count and a hash total (the
*> sum of one numeric field, named on the manifest, modulo 10**12 -
*> signed amounts are summed without their sign).
*>
*> The function letter is read from the optional BKSETPRM control
*> file, the way StuMastBackup takes its own:
*>
*>   B - take the set and its manifest (the default);
*>   D - restore drill: rebuild every file in the set under its test
*>       name (a T in front - TSTUMAST, TENROLL, ... - with the
*>       indexed files rebuilt as indexed files), then read each
*>       rebuilt file end to end and prove its count and hash against
*>       the manifest.  The live masters are never opened.  BKDRILL
*>       carries the verdict for each file, for the quarterly
*>       evidence of a tested recovery.
*>
*> A file not there when the set is taken is noted as absent - an
*> installation that has no rooms file is not broken - but a master
*> that will not read through, a set that does not match its
*> manifest, or a rebuilt file that does not prove ends the run with
*> RETURN-CODE 8 so the scheduler holds the dependent steps.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsSubjectStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsSubjectStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ClassKey
        FILE STATUS IS wsSubjectStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalanceAccountId OF BalanceRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT CALC-BALANCE-FILE ASSIGN TO "CALCBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CalcBalanceOperatorId
        FILE STATUS IS wsSubjectStatus.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OperatorId OF OperatorRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT VAT-CODE-FILE ASSIGN TO "VATCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT ROOM-FILE ASSIGN TO "ROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT TUTOR-FILE ASSIGN TO "TUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT RATE-TABLE-FILE ASSIGN TO "CALCRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT BAND-PARAMETER-FILE ASSIGN TO "CNBANDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT PARAMETER-MASTER ASSIGN TO "PARMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SettingKey OF ParameterRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ApplicantId OF ApplicantRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT YEAR-ARCHIVE-FILE ASSIGN TO "SIGNHYR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT EMERGENCY-CONTACT-FILE ASSIGN TO "EMERCONT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ContactStudentId
        FILE STATUS IS wsSubjectStatus.

    SELECT CERTIFICATE-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CertSerial
        FILE STATUS IS wsSubjectStatus.

    SELECT APPEAL-FILE ASSIGN TO "APPEALS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AppealKey OF AppealRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT CANDIDATE-FILE ASSIGN TO "CANDXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CandNumber OF CandidateRecord
        ALTERNATE RECORD KEY IS CandEntryKey OF CandidateRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT COMMS-FILE ASSIGN TO "STUCOMMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CommsStudentId OF CommsRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT AWARD-RESULT-FILE ASSIGN TO "AWARDRES"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AwardResStudentId OF AwardResultRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT SPONSOR-FILE ASSIGN TO "SPONSOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT SPONSOR-LINK-FILE ASSIGN TO "SPONLINK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT CONCESSION-CATEGORY-FILE ASSIGN TO "CONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT STUDENT-CONCESSION-FILE ASSIGN TO "STUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT INSTALMENT-PLAN-FILE ASSIGN TO "INSTPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT DD-MANDATE-FILE ASSIGN TO "DDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT TUTOR-ASSIGNMENT-FILE ASSIGN TO "COURSTUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT TEST-STUDENT-MASTER ASSIGN TO "TSTUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS StudentId OF TestStudentRecord
        ALTERNATE RECORD KEY IS Surname OF TestStudentRecord
            WITH DUPLICATES
        FILE STATUS IS wsTestStatus.

    SELECT TEST-ENROLLMENT-FILE ASSIGN TO "TENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TestEnrollKey
        FILE STATUS IS wsTestStatus.

    SELECT TEST-CLASSIFICATION-FILE ASSIGN TO "TCNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TestClassKey
        FILE STATUS IS wsTestStatus.

    SELECT TEST-BALANCE-FILE ASSIGN TO "TSIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalanceAccountId OF TestBalanceRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-HISTORY-FILE ASSIGN TO "TSIGNHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-CALC-BALANCE-FILE ASSIGN TO "TCALCBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TestCalcOperatorId
        FILE STATUS IS wsTestStatus.

    SELECT TEST-OPERATOR-MASTER ASSIGN TO "TOPERMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OperatorId OF TestOperatorRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-COURSE-FILE ASSIGN TO "TCOURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-TERM-FILE ASSIGN TO "TTERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-FEE-SCHEDULE-FILE ASSIGN TO "TFEESCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-VAT-CODE-FILE ASSIGN TO "TVATCODE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-ROOM-FILE ASSIGN TO "TROOMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-TUTOR-FILE ASSIGN TO "TTUTORS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-RATE-TABLE-FILE ASSIGN TO "TCALCRAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-BAND-PARAMETER-FILE ASSIGN TO "TCNBANDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-PARAMETER-MASTER ASSIGN TO "TPARMMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SettingKey OF TestParameterRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-APPLICANT-FILE ASSIGN TO "TAPPLMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ApplicantId OF TestApplicantRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-YEAR-ARCHIVE-FILE ASSIGN TO "TSIGNHYR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-EMERGENCY-CONTACT-FILE ASSIGN TO "TEMERCON"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TestContactStudentId
        FILE STATUS IS wsTestStatus.

    SELECT TEST-CERTIFICATE-REGISTER ASSIGN TO "TCERTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TestCertSerial
        FILE STATUS IS wsTestStatus.

    SELECT TEST-APPEAL-FILE ASSIGN TO "TAPPEALS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AppealKey OF TestAppealRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-CANDIDATE-FILE ASSIGN TO "TCANDXRF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CandNumber OF TestCandidateRecord
        ALTERNATE RECORD KEY IS CandEntryKey OF TestCandidateRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-COMMS-FILE ASSIGN TO "TSTUCOMM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CommsStudentId OF TestCommsRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-AWARD-RESULT-FILE ASSIGN TO "TAWARDRS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AwardResStudentId OF TestAwardResultRecord
        FILE STATUS IS wsTestStatus.

    SELECT TEST-SPONSOR-FILE ASSIGN TO "TSPONSOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-SPONSOR-LINK-FILE ASSIGN TO "TSPONLNK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-CONCESSION-CATEGORY-FILE ASSIGN TO "TCONCCAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-STUDENT-CONCESSION-FILE ASSIGN TO "TSTUCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-INSTALMENT-PLAN-FILE ASSIGN TO "TINSTPLN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-DD-MANDATE-FILE ASSIGN TO "TDDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT TEST-TUTOR-ASSIGNMENT-FILE ASSIGN TO "TCOURTUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTestStatus.

    SELECT BACKUP-SET-FILE ASSIGN TO "BKSET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSetStatus.

    SELECT MANIFEST-FILE ASSIGN TO "BKMANIF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsManifestStatus.

    SELECT FUNCTION-PARAMETER-FILE ASSIGN TO "BKSETPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT DRILL-REPORT-FILE ASSIGN TO "BKDRILL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
*> Only the keys are laid out where no copybook exists; the set
*> carries each record whole.  The sequential files are read as
*> whole lines so a longer layout cannot be clipped.
FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    05  EnrollKey           PIC X(11).
    05  FILLER              PIC X(14).

FD  CLASSIFICATION-FILE.
01  ClassificationRecord.
    05  ClassKey            PIC X(17).
    05  FILLER              PIC X(56).

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  HISTORY-FILE.
01  HistoryLine             PIC X(150).

FD  CALC-BALANCE-FILE.
01  CalcBalanceRecord.
    05  CalcBalanceOperatorId PIC X(8).
    05  FILLER              PIC X(81).

FD  OPERATOR-MASTER.
01  OperatorRecord.
    COPY OPERATOR.

FD  COURSE-FILE.
01  CourseLine              PIC X(150).

FD  TERM-FILE.
01  TermLine                PIC X(150).

FD  FEE-SCHEDULE-FILE.
01  FeeScheduleLine         PIC X(150).

FD  VAT-CODE-FILE.
01  VatCodeLine             PIC X(150).

FD  ROOM-FILE.
01  RoomLine                PIC X(150).

FD  TUTOR-FILE.
01  TutorLine               PIC X(150).

FD  RATE-TABLE-FILE.
01  RateLine                PIC X(150).

FD  BAND-PARAMETER-FILE.
01  BandLine                PIC X(150).

FD  PARAMETER-MASTER.
01  ParameterRecord.
    COPY PARMMAST.

FD  APPLICANT-FILE.
01  ApplicantRecord.
    COPY APPLICNT.

FD  YEAR-ARCHIVE-FILE.
01  YearArchiveLine         PIC X(150).

FD  EMERGENCY-CONTACT-FILE.
01  EmergencyContactRecord.
    05  ContactStudentId    PIC X(7).
    05  FILLER              PIC X(110).

FD  CERTIFICATE-REGISTER.
01  CertificateRegisterRecord.
    05  CertSerial          PIC X(7).
    05  FILLER              PIC X(140).

FD  APPEAL-FILE.
01  AppealRecord.
    COPY APPEAL.

FD  CANDIDATE-FILE.
01  CandidateRecord.
    COPY CANDXREF.

FD  COMMS-FILE.
01  CommsRecord.
    COPY STUCOMMS.

FD  AWARD-RESULT-FILE.
01  AwardResultRecord.
    COPY AWARDRES.

FD  SPONSOR-FILE.
01  SponsorLine             PIC X(200).

FD  SPONSOR-LINK-FILE.
01  SponsorLinkLine         PIC X(150).

FD  CONCESSION-CATEGORY-FILE.
01  ConcCategoryLine        PIC X(150).

FD  STUDENT-CONCESSION-FILE.
01  StudentConcLine         PIC X(150).

FD  INSTALMENT-PLAN-FILE.
01  InstalmentPlanLine      PIC X(150).

FD  DD-MANDATE-FILE.
01  DdMandateLine           PIC X(150).

FD  TUTOR-ASSIGNMENT-FILE.
01  TutorAssignmentLine     PIC X(150).

FD  TEST-STUDENT-MASTER.
01  TestStudentRecord.
    COPY STUDENT.

FD  TEST-ENROLLMENT-FILE.
01  TestEnrollmentRecord.
    05  TestEnrollKey       PIC X(11).
    05  FILLER              PIC X(14).

FD  TEST-CLASSIFICATION-FILE.
01  TestClassificationRecord.
    05  TestClassKey        PIC X(17).
    05  FILLER              PIC X(56).

FD  TEST-BALANCE-FILE.
01  TestBalanceRecord.
    COPY SIGNBAL.

FD  TEST-HISTORY-FILE.
01  TestHistoryLine         PIC X(150).

FD  TEST-CALC-BALANCE-FILE.
01  TestCalcBalanceRecord.
    05  TestCalcOperatorId  PIC X(8).
    05  FILLER              PIC X(81).

FD  TEST-OPERATOR-MASTER.
01  TestOperatorRecord.
    COPY OPERATOR.

FD  TEST-COURSE-FILE.
01  TestCourseLine          PIC X(150).

FD  TEST-TERM-FILE.
01  TestTermLine            PIC X(150).

FD  TEST-FEE-SCHEDULE-FILE.
01  TestFeeScheduleLine     PIC X(150).

FD  TEST-VAT-CODE-FILE.
01  TestVatCodeLine         PIC X(150).

FD  TEST-ROOM-FILE.
01  TestRoomLine            PIC X(150).

FD  TEST-TUTOR-FILE.
01  TestTutorLine           PIC X(150).

FD  TEST-RATE-TABLE-FILE.
01  TestRateLine            PIC X(150).

FD  TEST-BAND-PARAMETER-FILE.
01  TestBandLine            PIC X(150).

FD  TEST-PARAMETER-MASTER.
01  TestParameterRecord.
    COPY PARMMAST.

FD  TEST-APPLICANT-FILE.
01  TestApplicantRecord.
    COPY APPLICNT.

FD  TEST-YEAR-ARCHIVE-FILE.
01  TestYearArchiveLine     PIC X(150).

FD  TEST-EMERGENCY-CONTACT-FILE.
01  TestEmergencyContactRecord.
    05  TestContactStudentId PIC X(7).
    05  FILLER              PIC X(110).

FD  TEST-CERTIFICATE-REGISTER.
01  TestCertificateRegisterRecord.
    05  TestCertSerial      PIC X(7).
    05  FILLER              PIC X(140).

FD  TEST-APPEAL-FILE.
01  TestAppealRecord.
    COPY APPEAL.

FD  TEST-CANDIDATE-FILE.
01  TestCandidateRecord.
    COPY CANDXREF.

FD  TEST-COMMS-FILE.
01  TestCommsRecord.
    COPY STUCOMMS.

FD  TEST-AWARD-RESULT-FILE.
01  TestAwardResultRecord.
    COPY AWARDRES.

FD  TEST-SPONSOR-FILE.
01  TestSponsorLine         PIC X(200).

FD  TEST-SPONSOR-LINK-FILE.
01  TestSponsorLinkLine     PIC X(150).

FD  TEST-CONCESSION-CATEGORY-FILE.
01  TestConcCategoryLine    PIC X(150).

FD  TEST-STUDENT-CONCESSION-FILE.
01  TestStudentConcLine     PIC X(150).

FD  TEST-INSTALMENT-PLAN-FILE.
01  TestInstalmentPlanLine  PIC X(150).

FD  TEST-DD-MANDATE-FILE.
01  TestDdMandateLine       PIC X(150).

FD  TEST-TUTOR-ASSIGNMENT-FILE.
01  TestTutorAssignmentLine PIC X(150).

FD  BACKUP-SET-FILE.
01  BackupSetLine           PIC X(201).

FD  MANIFEST-FILE.
01  ManifestRecord.
    COPY BKMANIF.

FD  FUNCTION-PARAMETER-FILE.
01  FunctionParameterRecord.
    05  ParmFunction        PIC X.

FD  DRILL-REPORT-FILE.
01  DrillReportLine         PIC X(80).

WORKING-STORAGE SECTION.
01 wsSubjectStatus PIC XX VALUE "00".
01 wsTestStatus PIC XX VALUE "00".
01 wsSetStatus PIC XX VALUE "00".
01 wsManifestStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 wsFunction PIC X VALUE "B".
   88 buildFunction  VALUE "B".
   88 drillFunction  VALUE "D".
   88 validFunction  VALUES "B", "D".

01 subjectEofSwitch PIC X VALUE "N".
   88 subjectEof VALUE "Y".
01 fileUnreadableSwitch PIC X VALUE "N".
   88 fileUnreadable VALUE "Y".
01 setEofSwitch PIC X VALUE "N".
   88 setEof VALUE "Y".
01 manifestEofSwitch PIC X VALUE "N".
   88 manifestEof VALUE "Y".
01 testOpenSwitch PIC X VALUE "N".
   88 testOpen VALUE "Y".

*> The files in the set, in the order they are taken: name, test
*> name for the drill, I(ndexed) or S(equential), and the field the
*> hash total is taken over - its position and length in the
*> record, U(nsigned) or S(igned amount), and its name.
01 fileCatalogueValues.
   05 FILLER PIC X(43) VALUE
      "STUMAST TSTUMASTI00107UStudentId           ".
   05 FILLER PIC X(43) VALUE
      "ENROLL  TENROLL I00107UEnrollStudentId     ".
   05 FILLER PIC X(43) VALUE
      "CNCLASS TCNCLASSI00107UClassStudentId      ".
   05 FILLER PIC X(43) VALUE
      "SIGNBAL TSIGNBALI00909SBalanceAmount       ".
   05 FILLER PIC X(43) VALUE
      "SIGNHISTTSIGNHSTS01709SHistAmount          ".
   05 FILLER PIC X(43) VALUE
      "CALCBAL TCALCBALI00909SRegister 1          ".
   05 FILLER PIC X(43) VALUE
      "OPERMASTTOPERMSTI03708UOperatorPinSetDate  ".
   05 FILLER PIC X(43) VALUE
      "COURSES TCOURSESS02503UCourseMaxSeats      ".
   05 FILLER PIC X(43) VALUE
      "TERMS   TTERMS  S00708UTermStartDate       ".
   05 FILLER PIC X(43) VALUE
      "FEESCHEDTFEESCHDS00507UFeeAmount           ".
   05 FILLER PIC X(43) VALUE
      "VATCODESTVATCODES00304UVatRate             ".
   05 FILLER PIC X(43) VALUE
      "ROOMS   TROOMS  S00903URoomCapacity        ".
   05 FILLER PIC X(43) VALUE
      "TUTORS  TTUTORS S03203UTutorContractHours  ".
   05 FILLER PIC X(43) VALUE
      "CALCRATETCALCRATS00409URATE-BUY            ".
   05 FILLER PIC X(43) VALUE
      "CNBANDS TCNBANDSS00108UBand boundaries     ".
   05 FILLER PIC X(43) VALUE
      "PARMMASTTPARMMSTI03708USettingEffective    ".
   05 FILLER PIC X(43) VALUE
      "APPLMASTTAPPLMSTI00107UApplicantId         ".
   05 FILLER PIC X(43) VALUE
      "SIGNHYR TSIGNHYRS01709SHistAmount          ".
   05 FILLER PIC X(43) VALUE
      "EMERCONTTEMERCONI00107UContactStudentId    ".
   05 FILLER PIC X(43) VALUE
      "CERTREG TCERTREGI00807UCertStudentId       ".
   05 FILLER PIC X(43) VALUE
      "APPEALS TAPPEALSI00107UAppealStudentId     ".
   05 FILLER PIC X(43) VALUE
      "CANDXREFTCANDXRFI00907UCandStudentId       ".
   05 FILLER PIC X(43) VALUE
      "STUCOMMSTSTUCOMMI00107UCommsStudentId      ".
   05 FILLER PIC X(43) VALUE
      "AWARDRESTAWARDRSI00107UAwardResStudentId   ".
   05 FILLER PIC X(43) VALUE
      "SPONSOR TSPONSORS00106USponsorId           ".
   05 FILLER PIC X(43) VALUE
      "SPONLINKTSPONLNKS00107ULinkStudentId       ".
   05 FILLER PIC X(43) VALUE
      "CONCCAT TCONCCATS02405UCatPercent          ".
   05 FILLER PIC X(43) VALUE
      "STUCONC TSTUCONCS00107UConcStudentId       ".
   05 FILLER PIC X(43) VALUE
      "INSTPLANTINSTPLNS01207UPlanAmount          ".
   05 FILLER PIC X(43) VALUE
      "DDMAND  TDDMAND S06208UMandateSetUpDate    ".
   05 FILLER PIC X(43) VALUE
      "COURSTUTTCOURTUTS00504UAssignTermCode year ".
01 fileCatalogue REDEFINES fileCatalogueValues.
   05 catEntry OCCURS 31 TIMES.
      10 catFileName    PIC X(8).
      10 catTestName    PIC X(8).
      10 catOrganization PIC X.
      10 catHashStart   PIC 9(3).
      10 catHashLength  PIC 9(2).
      10 catHashKind    PIC X.
         88 catHashSigned VALUE "S".
      10 catHashField   PIC X(20).
01 wsFileIndex PIC 9(2) VALUE 0.
01 wsFileSearch PIC 9(2) VALUE 0.

01 wsRecordBuffer PIC X(200) VALUE SPACES.
01 wsRecordCount PIC 9(7) VALUE 0.
01 wsHashTotal PIC 9(12) VALUE 0.
01 wsHashValue PIC 9(12) VALUE 0.
01 wsHashWork PIC 9(13) VALUE 0.
01 wsHashQuotient PIC 9 VALUE 0.
01 wsDigitText PIC X(12) VALUE ZEROS.
01 wsDigitNumber REDEFINES wsDigitText PIC 9(12).
01 wsSignedText PIC X(9) VALUE ZEROS.
01 wsSignedAmount REDEFINES wsSignedText PIC S9(7)V99.
01 wsDigitStart PIC 9(2) VALUE 0.

01 wsSetDate PIC 9(8) VALUE 0.
01 wsSetTime PIC 9(8) VALUE 0.
01 wsFilesTaken PIC 9(2) VALUE 0.
01 wsFilesAbsent PIC 9(2) VALUE 0.
01 wsFilesUnreadable PIC 9(2) VALUE 0.
01 wsFilesProved PIC 9(2) VALUE 0.
01 wsFilesFailed PIC 9(2) VALUE 0.

*> Lines of the set: H header, F start of a file, D a record, E end
*> of a file with its count and hash, T trailer.
01 wsSetBuffer PIC X(201) VALUE SPACES.
01 wsSetHeaderLine.
   05 FILLER            PIC X(11) VALUE "HBACKUP SET".
   05 wsHeaderSetDate   PIC 9(8).
   05 FILLER            PIC X VALUE SPACE.
   05 wsHeaderSetTime   PIC 9(8).
01 wsSetFileLine.
   05 FILLER            PIC X VALUE "F".
   05 wsFileLineName    PIC X(8).
01 wsSetDataLine.
   05 FILLER            PIC X VALUE "D".
   05 wsDataLineRecord  PIC X(200).
01 wsSetEndLine.
   05 FILLER            PIC X VALUE "E".
   05 wsEndLineName     PIC X(8).
   05 wsEndLineCount    PIC 9(7).
   05 wsEndLineHash     PIC 9(12).
01 wsSetTrailerLine.
   05 FILLER            PIC X VALUE "T".
   05 wsTrailerFiles    PIC 9(2).

*> What the manifest says of each file and what the drill found,
*> by catalogue position.
01 drillTable.
   05 drillEntry OCCURS 31 TIMES.
      10 drillManState     PIC X.
      10 drillManCount     PIC 9(7).
      10 drillManHash      PIC 9(12).
      10 drillSetSeen      PIC X.
      10 drillSetCount     PIC 9(7).
      10 drillSetHash      PIC 9(12).
      10 drillEndCount     PIC 9(7).
      10 drillEndHash      PIC 9(12).
      10 drillWriteErrors  PIC 9(5).
01 manifestSeenSwitch PIC X VALUE "N".
   88 manifestSeen VALUE "Y".
01 trailerSeenSwitch PIC X VALUE "N".
   88 trailerSeen VALUE "Y".

01 wsDetailLine.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailName       PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailTestName   PIC X(8).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailManCount   PIC 9(7).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailManHash    PIC 9(12).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailCount      PIC 9(7).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailHash       PIC 9(12).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailVerdict    PIC X(15).

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    PERFORM readFunctionParameterAction.
    EVALUATE TRUE
        WHEN buildFunction
            PERFORM buildSetAction
        WHEN drillFunction
            PERFORM restoreDrillAction
    END-EVALUATE.
    GOBACK.

    readFunctionParameterAction.
        OPEN INPUT FUNCTION-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ FUNCTION-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ParmFunction TO wsFunction
            END-READ
            CLOSE FUNCTION-PARAMETER-FILE
        END-IF.
        IF NOT validFunction
            DISPLAY "Unknown function " wsFunction
                " - defaulting to taking the backup set."
            MOVE "B" TO wsFunction
        END-IF.

*>  ---------------------------------------------------------------
*>  Taking the set
*>  ---------------------------------------------------------------
    buildSetAction.
        ACCEPT wsSetDate FROM DATE YYYYMMDD.
        ACCEPT wsSetTime FROM TIME.
        OPEN OUTPUT BACKUP-SET-FILE.
        OPEN OUTPUT MANIFEST-FILE.
        MOVE wsSetDate TO wsHeaderSetDate.
        MOVE wsSetTime TO wsHeaderSetTime.
        WRITE BackupSetLine FROM wsSetHeaderLine.
        PERFORM takeOneFileAction
            VARYING wsFileIndex FROM 1 BY 1
            UNTIL wsFileIndex > 31.
        MOVE wsFilesTaken TO wsTrailerFiles.
        WRITE BackupSetLine FROM wsSetTrailerLine.
        CLOSE MANIFEST-FILE.
        CLOSE BACKUP-SET-FILE.

        DISPLAY "=====================".
        DISPLAY " Backup set " wsSetDate " " wsSetTime.
        DISPLAY "=====================".
        DISPLAY " Files taken      : " wsFilesTaken.
        DISPLAY " Files absent     : " wsFilesAbsent.
        DISPLAY " Files unreadable : " wsFilesUnreadable.
        DISPLAY "=====================".
        IF wsFilesUnreadable > 0
            DISPLAY "*************************************************"
            DISPLAY "** A MASTER WOULD NOT READ THROUGH - THIS SET IS"
            DISPLAY "** INCOMPLETE AND MUST NOT BE RELIED ON."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
        END-IF.

    takeOneFileAction.
        MOVE 0 TO wsRecordCount.
        MOVE 0 TO wsHashTotal.
        MOVE "N" TO subjectEofSwitch.
        MOVE "N" TO fileUnreadableSwitch.
        MOVE wsSetDate TO ManSetDate.
        MOVE wsSetTime TO ManSetTime.
        MOVE catFileName(wsFileIndex) TO ManFileName.
        MOVE catHashField(wsFileIndex) TO ManHashField.
        PERFORM openSourceAction.
        EVALUATE TRUE
            WHEN wsSubjectStatus = "35"
                SET ManFileAbsent TO TRUE
                ADD 1 TO wsFilesAbsent
            WHEN wsSubjectStatus NOT = "00"
                SET ManFileUnreadable TO TRUE
                ADD 1 TO wsFilesUnreadable
            WHEN OTHER
                MOVE catFileName(wsFileIndex) TO wsFileLineName
                WRITE BackupSetLine FROM wsSetFileLine
                PERFORM readSourceAction
                PERFORM takeOneRecordAction UNTIL subjectEof
                PERFORM closeSourceAction
                MOVE catFileName(wsFileIndex) TO wsEndLineName
                MOVE wsRecordCount TO wsEndLineCount
                MOVE wsHashTotal TO wsEndLineHash
                WRITE BackupSetLine FROM wsSetEndLine
                ADD 1 TO wsFilesTaken
                IF fileUnreadable
                    SET ManFileUnreadable TO TRUE
                    ADD 1 TO wsFilesUnreadable
                ELSE
                    SET ManFilePresent TO TRUE
                END-IF
        END-EVALUATE.
        MOVE wsRecordCount TO ManRecordCount.
        MOVE wsHashTotal TO ManHashTotal.
        WRITE ManifestRecord.
        EVALUATE TRUE
            WHEN ManFileAbsent
                DISPLAY catFileName(wsFileIndex) " absent - not in set"
            WHEN ManFileUnreadable
                DISPLAY catFileName(wsFileIndex)
                    " ** WOULD NOT READ THROUGH (status "
                    wsSubjectStatus ") **"
            WHEN OTHER
                DISPLAY catFileName(wsFileIndex) " " wsRecordCount
                    " record(s), hash " wsHashTotal
        END-EVALUATE.

    takeOneRecordAction.
        ADD 1 TO wsRecordCount.
        PERFORM addToHashAction.
        MOVE wsRecordBuffer TO wsDataLineRecord.
        WRITE BackupSetLine FROM wsSetDataLine.
        PERFORM readSourceAction.

    addToHashAction.
*>      The hash field is taken from the record by its catalogue
*>      position; a field that is not numeric (a blank date, say)
*>      adds nothing, the same on both sides of the proof.
        MOVE 0 TO wsHashValue.
        IF catHashSigned(wsFileIndex)
            MOVE wsRecordBuffer(catHashStart(wsFileIndex):9)
                TO wsSignedText
            IF wsSignedAmount IS NUMERIC
                IF wsSignedAmount < 0
                    COMPUTE wsHashValue = 0 - wsSignedAmount * 100
                ELSE
                    COMPUTE wsHashValue = wsSignedAmount * 100
                END-IF
            END-IF
        ELSE
            MOVE ZEROS TO wsDigitText
            COMPUTE wsDigitStart = 13 - catHashLength(wsFileIndex)
            MOVE wsRecordBuffer(catHashStart(wsFileIndex):
                     catHashLength(wsFileIndex))
                TO wsDigitText(wsDigitStart:
                     catHashLength(wsFileIndex))
            IF wsDigitNumber IS NUMERIC
                MOVE wsDigitNumber TO wsHashValue
            END-IF
        END-IF.
        COMPUTE wsHashWork = wsHashTotal + wsHashValue.
        DIVIDE wsHashWork BY 1000000000000
            GIVING wsHashQuotient REMAINDER wsHashTotal.

    openSourceAction.
        EVALUATE wsFileIndex
            WHEN 1  OPEN INPUT STUDENT-MASTER
            WHEN 2  OPEN INPUT ENROLLMENT-FILE
            WHEN 3  OPEN INPUT CLASSIFICATION-FILE
            WHEN 4  OPEN INPUT BALANCE-FILE
            WHEN 5  OPEN INPUT HISTORY-FILE
            WHEN 6  OPEN INPUT CALC-BALANCE-FILE
            WHEN 7  OPEN INPUT OPERATOR-MASTER
            WHEN 8  OPEN INPUT COURSE-FILE
            WHEN 9  OPEN INPUT TERM-FILE
            WHEN 10 OPEN INPUT FEE-SCHEDULE-FILE
            WHEN 11 OPEN INPUT VAT-CODE-FILE
            WHEN 12 OPEN INPUT ROOM-FILE
            WHEN 13 OPEN INPUT TUTOR-FILE
            WHEN 14 OPEN INPUT RATE-TABLE-FILE
            WHEN 15 OPEN INPUT BAND-PARAMETER-FILE
            WHEN 16 OPEN INPUT PARAMETER-MASTER
            WHEN 17 OPEN INPUT APPLICANT-FILE
            WHEN 18 OPEN INPUT YEAR-ARCHIVE-FILE
            WHEN 19 OPEN INPUT EMERGENCY-CONTACT-FILE
            WHEN 20 OPEN INPUT CERTIFICATE-REGISTER
            WHEN 21 OPEN INPUT APPEAL-FILE
            WHEN 22 OPEN INPUT CANDIDATE-FILE
            WHEN 23 OPEN INPUT COMMS-FILE
            WHEN 24 OPEN INPUT AWARD-RESULT-FILE
            WHEN 25 OPEN INPUT SPONSOR-FILE
            WHEN 26 OPEN INPUT SPONSOR-LINK-FILE
            WHEN 27 OPEN INPUT CONCESSION-CATEGORY-FILE
            WHEN 28 OPEN INPUT STUDENT-CONCESSION-FILE
            WHEN 29 OPEN INPUT INSTALMENT-PLAN-FILE
            WHEN 30 OPEN INPUT DD-MANDATE-FILE
            WHEN 31 OPEN INPUT TUTOR-ASSIGNMENT-FILE
        END-EVALUATE.

    readSourceAction.
        MOVE SPACES TO wsRecordBuffer.
        EVALUATE wsFileIndex
            WHEN 1
                READ STUDENT-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 2
                READ ENROLLMENT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 3
                READ CLASSIFICATION-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 4
                READ BALANCE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 5
                READ HISTORY-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 6
                READ CALC-BALANCE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 7
                READ OPERATOR-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 8
                READ COURSE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 9
                READ TERM-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 10
                READ FEE-SCHEDULE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 11
                READ VAT-CODE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 12
                READ ROOM-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 13
                READ TUTOR-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 14
                READ RATE-TABLE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 15
                READ BAND-PARAMETER-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 16
                READ PARAMETER-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 17
                READ APPLICANT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 18
                READ YEAR-ARCHIVE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 19
                READ EMERGENCY-CONTACT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 20
                READ CERTIFICATE-REGISTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 21
                READ APPEAL-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 22
                READ CANDIDATE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 23
                READ COMMS-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 24
                READ AWARD-RESULT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 25
                READ SPONSOR-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 26
                READ SPONSOR-LINK-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 27
                READ CONCESSION-CATEGORY-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 28
                READ STUDENT-CONCESSION-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 29
                READ INSTALMENT-PLAN-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 30
                READ DD-MANDATE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 31
                READ TUTOR-ASSIGNMENT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
        END-EVALUATE.
*>      Status 02 is a duplicate alternate key on the student master,
*>      which is a good read.
        IF NOT subjectEof AND wsSubjectStatus(1:1) NOT = "0"
            SET fileUnreadable TO TRUE
            SET subjectEof TO TRUE
        END-IF.

    closeSourceAction.
        EVALUATE wsFileIndex
            WHEN 1  CLOSE STUDENT-MASTER
            WHEN 2  CLOSE ENROLLMENT-FILE
            WHEN 3  CLOSE CLASSIFICATION-FILE
            WHEN 4  CLOSE BALANCE-FILE
            WHEN 5  CLOSE HISTORY-FILE
            WHEN 6  CLOSE CALC-BALANCE-FILE
            WHEN 7  CLOSE OPERATOR-MASTER
            WHEN 8  CLOSE COURSE-FILE
            WHEN 9  CLOSE TERM-FILE
            WHEN 10 CLOSE FEE-SCHEDULE-FILE
            WHEN 11 CLOSE VAT-CODE-FILE
            WHEN 12 CLOSE ROOM-FILE
            WHEN 13 CLOSE TUTOR-FILE
            WHEN 14 CLOSE RATE-TABLE-FILE
            WHEN 15 CLOSE BAND-PARAMETER-FILE
            WHEN 16 CLOSE PARAMETER-MASTER
            WHEN 17 CLOSE APPLICANT-FILE
            WHEN 18 CLOSE YEAR-ARCHIVE-FILE
            WHEN 19 CLOSE EMERGENCY-CONTACT-FILE
            WHEN 20 CLOSE CERTIFICATE-REGISTER
            WHEN 21 CLOSE APPEAL-FILE
            WHEN 22 CLOSE CANDIDATE-FILE
            WHEN 23 CLOSE COMMS-FILE
            WHEN 24 CLOSE AWARD-RESULT-FILE
            WHEN 25 CLOSE SPONSOR-FILE
            WHEN 26 CLOSE SPONSOR-LINK-FILE
            WHEN 27 CLOSE CONCESSION-CATEGORY-FILE
            WHEN 28 CLOSE STUDENT-CONCESSION-FILE
            WHEN 29 CLOSE INSTALMENT-PLAN-FILE
            WHEN 30 CLOSE DD-MANDATE-FILE
            WHEN 31 CLOSE TUTOR-ASSIGNMENT-FILE
        END-EVALUATE.

*>  ---------------------------------------------------------------
*>  Restore drill
*>  ---------------------------------------------------------------
    restoreDrillAction.
        INITIALIZE drillTable.
        PERFORM loadManifestAction.
        IF NOT manifestSeen
            DISPLAY "*************************************************"
            DISPLAY "** NO BACKUP MANIFEST (BKMANIF) ON FILE - "
                wsManifestStatus
            DISPLAY "** NOTHING TO PROVE THE SET AGAINST."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT BACKUP-SET-FILE.
        IF wsSetStatus NOT = "00"
            DISPLAY "*************************************************"
            DISPLAY "** NO BACKUP SET (BKSET) ON FILE - " wsSetStatus
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM readSetAction.
        MOVE wsSetBuffer TO wsSetHeaderLine.
        IF setEof OR wsSetBuffer(1:11) NOT = "HBACKUP SET"
                OR wsHeaderSetDate NOT = wsSetDate
                OR wsHeaderSetTime NOT = wsSetTime
            CLOSE BACKUP-SET-FILE
            DISPLAY "*************************************************"
            DISPLAY "** BKSET IS NOT THE SET BKMANIF DESCRIBES - SET "
                wsSetDate " " wsSetTime " ON THE MANIFEST."
            DISPLAY "** DRILL ABANDONED."
            DISPLAY "*************************************************"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE 0 TO wsFileIndex.
        PERFORM readSetAction.
        PERFORM rebuildFromSetLineAction UNTIL setEof.
        IF testOpen
            PERFORM closeTestAction
        END-IF.
        CLOSE BACKUP-SET-FILE.

        OPEN OUTPUT DRILL-REPORT-FILE.
        MOVE "Backup set restore drill" TO wsListLine.
        WRITE DrillReportLine FROM wsListLine.
        MOVE "========================" TO wsListLine.
        WRITE DrillReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Set taken "     DELIMITED BY SIZE
               wsSetDate        DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               wsSetTime        DELIMITED BY SIZE
               "   drill run "  DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        ACCEPT wsListLine(42:8) FROM DATE YYYYMMDD.
        WRITE DrillReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE DrillReportLine FROM wsListLine.
        MOVE "  File     Test name Manifest count/hash" TO
            wsListLine.
        MOVE "Rebuilt count/hash    Verdict" TO wsListLine(44:).
        WRITE DrillReportLine FROM wsListLine.
        PERFORM proveOneFileAction
            VARYING wsFileIndex FROM 1 BY 1
            UNTIL wsFileIndex > 31.
        MOVE SPACES TO wsListLine.
        WRITE DrillReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Files proved "   DELIMITED BY SIZE
               wsFilesProved     DELIMITED BY SIZE
               "   failed "      DELIMITED BY SIZE
               wsFilesFailed     DELIMITED BY SIZE
               "   absent from the set " DELIMITED BY SIZE
               wsFilesAbsent     DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE DrillReportLine FROM wsListLine.
        CLOSE DRILL-REPORT-FILE.

        DISPLAY "=====================".
        DISPLAY " Restore drill, set " wsSetDate " " wsSetTime.
        DISPLAY "=====================".
        DISPLAY " Files proved : " wsFilesProved.
        DISPLAY " Files failed : " wsFilesFailed.
        DISPLAY " Files absent : " wsFilesAbsent.
        DISPLAY "=====================".
        IF wsFilesFailed > 0
            MOVE 8 TO RETURN-CODE
        END-IF.

    loadManifestAction.
        OPEN INPUT MANIFEST-FILE.
        IF wsManifestStatus = "00"
            PERFORM readManifestAction
            PERFORM storeManifestAction UNTIL manifestEof
            CLOSE MANIFEST-FILE
        END-IF.

    readManifestAction.
        READ MANIFEST-FILE
            AT END
                SET manifestEof TO TRUE
        END-READ.

    storeManifestAction.
        SET manifestSeen TO TRUE.
        MOVE ManSetDate TO wsSetDate.
        MOVE ManSetTime TO wsSetTime.
        MOVE ManFileName TO wsFileLineName.
        PERFORM findCatalogueAction.
        IF wsFileIndex > 0
            MOVE ManFileState TO drillManState(wsFileIndex)
            MOVE ManRecordCount TO drillManCount(wsFileIndex)
            MOVE ManHashTotal TO drillManHash(wsFileIndex)
        END-IF.
        PERFORM readManifestAction.

    findCatalogueAction.
        MOVE 0 TO wsFileIndex.
        PERFORM VARYING wsFileSearch FROM 1 BY 1
            UNTIL wsFileSearch > 31
            IF catFileName(wsFileSearch) = wsFileLineName
                MOVE wsFileSearch TO wsFileIndex
            END-IF
        END-PERFORM.

    readSetAction.
        MOVE SPACES TO wsSetBuffer.
        READ BACKUP-SET-FILE INTO wsSetBuffer
            AT END
                SET setEof TO TRUE
        END-READ.

    rebuildFromSetLineAction.
        EVALUATE wsSetBuffer(1:1)
            WHEN "F"
                IF testOpen
                    PERFORM closeTestAction
                END-IF
                MOVE wsSetBuffer TO wsSetFileLine
                PERFORM findCatalogueAction
                IF wsFileIndex > 0
                    MOVE "Y" TO drillSetSeen(wsFileIndex)
                    MOVE 0 TO wsRecordCount
                    MOVE 0 TO wsHashTotal
                    PERFORM openTestOutputAction
                    IF wsTestStatus = "00"
                        SET testOpen TO TRUE
                    END-IF
                END-IF
            WHEN "D"
                IF wsFileIndex > 0
                    MOVE wsSetBuffer(2:) TO wsRecordBuffer
                    ADD 1 TO wsRecordCount
                    PERFORM addToHashAction
                    IF testOpen
                        PERFORM writeTestAction
                    END-IF
                END-IF
            WHEN "E"
                IF wsFileIndex > 0
                    MOVE wsSetBuffer TO wsSetEndLine
                    MOVE wsRecordCount TO drillSetCount(wsFileIndex)
                    MOVE wsHashTotal TO drillSetHash(wsFileIndex)
                    MOVE wsEndLineCount TO drillEndCount(wsFileIndex)
                    MOVE wsEndLineHash TO drillEndHash(wsFileIndex)
                END-IF
                IF testOpen
                    PERFORM closeTestAction
                END-IF
                MOVE 0 TO wsFileIndex
            WHEN "T"
                SET trailerSeen TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        PERFORM readSetAction.

    proveOneFileAction.
*>      A file is proved when the set's own count and hash for it,
*>      the ones it was rebuilt from and the ones read back from the
*>      rebuilt file all agree with the manifest.
        MOVE 0 TO wsRecordCount.
        MOVE 0 TO wsHashTotal.
        MOVE catFileName(wsFileIndex) TO wsDetailName.
        MOVE catTestName(wsFileIndex) TO wsDetailTestName.
        MOVE drillManCount(wsFileIndex) TO wsDetailManCount.
        MOVE drillManHash(wsFileIndex) TO wsDetailManHash.
        EVALUATE TRUE
            WHEN drillManState(wsFileIndex) = "A"
                MOVE "not in set" TO wsDetailVerdict
                ADD 1 TO wsFilesAbsent
            WHEN drillManState(wsFileIndex) = "U"
                MOVE "FAILED - UNREAD" TO wsDetailVerdict
                ADD 1 TO wsFilesFailed
            WHEN drillManState(wsFileIndex) NOT = "P"
                MOVE "FAILED - NO MAN" TO wsDetailVerdict
                ADD 1 TO wsFilesFailed
            WHEN drillSetSeen(wsFileIndex) NOT = "Y"
                MOVE "FAILED - NO SET" TO wsDetailVerdict
                ADD 1 TO wsFilesFailed
            WHEN OTHER
                PERFORM readBackTestFileAction
                IF wsRecordCount = drillManCount(wsFileIndex)
                    AND wsHashTotal = drillManHash(wsFileIndex)
                    AND drillSetCount(wsFileIndex)
                        = drillManCount(wsFileIndex)
                    AND drillSetHash(wsFileIndex)
                        = drillManHash(wsFileIndex)
                    AND drillEndCount(wsFileIndex)
                        = drillManCount(wsFileIndex)
                    AND drillEndHash(wsFileIndex)
                        = drillManHash(wsFileIndex)
                    AND drillWriteErrors(wsFileIndex) = 0
                    MOVE "PROVED" TO wsDetailVerdict
                    ADD 1 TO wsFilesProved
                ELSE
                    MOVE "** FAILED **" TO wsDetailVerdict
                    ADD 1 TO wsFilesFailed
                END-IF
        END-EVALUATE.
        MOVE wsRecordCount TO wsDetailCount.
        MOVE wsHashTotal TO wsDetailHash.
        WRITE DrillReportLine FROM wsDetailLine.
        DISPLAY wsDetailLine.

    readBackTestFileAction.
        MOVE "N" TO subjectEofSwitch.
        MOVE "N" TO fileUnreadableSwitch.
        PERFORM openTestInputAction.
        IF wsTestStatus NOT = "00"
            SET fileUnreadable TO TRUE
        ELSE
            PERFORM readTestAction
            PERFORM readBackOneRecordAction UNTIL subjectEof
            PERFORM closeTestAction
        END-IF.
        IF fileUnreadable
            ADD 1 TO drillWriteErrors(wsFileIndex)
        END-IF.

    readBackOneRecordAction.
        ADD 1 TO wsRecordCount.
        PERFORM addToHashAction.
        PERFORM readTestAction.

    openTestOutputAction.
        EVALUATE wsFileIndex
            WHEN 1  OPEN OUTPUT TEST-STUDENT-MASTER
            WHEN 2  OPEN OUTPUT TEST-ENROLLMENT-FILE
            WHEN 3  OPEN OUTPUT TEST-CLASSIFICATION-FILE
            WHEN 4  OPEN OUTPUT TEST-BALANCE-FILE
            WHEN 5  OPEN OUTPUT TEST-HISTORY-FILE
            WHEN 6  OPEN OUTPUT TEST-CALC-BALANCE-FILE
            WHEN 7  OPEN OUTPUT TEST-OPERATOR-MASTER
            WHEN 8  OPEN OUTPUT TEST-COURSE-FILE
            WHEN 9  OPEN OUTPUT TEST-TERM-FILE
            WHEN 10 OPEN OUTPUT TEST-FEE-SCHEDULE-FILE
            WHEN 11 OPEN OUTPUT TEST-VAT-CODE-FILE
            WHEN 12 OPEN OUTPUT TEST-ROOM-FILE
            WHEN 13 OPEN OUTPUT TEST-TUTOR-FILE
            WHEN 14 OPEN OUTPUT TEST-RATE-TABLE-FILE
            WHEN 15 OPEN OUTPUT TEST-BAND-PARAMETER-FILE
            WHEN 16 OPEN OUTPUT TEST-PARAMETER-MASTER
            WHEN 17 OPEN OUTPUT TEST-APPLICANT-FILE
            WHEN 18 OPEN OUTPUT TEST-YEAR-ARCHIVE-FILE
            WHEN 19 OPEN OUTPUT TEST-EMERGENCY-CONTACT-FILE
            WHEN 20 OPEN OUTPUT TEST-CERTIFICATE-REGISTER
            WHEN 21 OPEN OUTPUT TEST-APPEAL-FILE
            WHEN 22 OPEN OUTPUT TEST-CANDIDATE-FILE
            WHEN 23 OPEN OUTPUT TEST-COMMS-FILE
            WHEN 24 OPEN OUTPUT TEST-AWARD-RESULT-FILE
            WHEN 25 OPEN OUTPUT TEST-SPONSOR-FILE
            WHEN 26 OPEN OUTPUT TEST-SPONSOR-LINK-FILE
            WHEN 27 OPEN OUTPUT TEST-CONCESSION-CATEGORY-FILE
            WHEN 28 OPEN OUTPUT TEST-STUDENT-CONCESSION-FILE
            WHEN 29 OPEN OUTPUT TEST-INSTALMENT-PLAN-FILE
            WHEN 30 OPEN OUTPUT TEST-DD-MANDATE-FILE
            WHEN 31 OPEN OUTPUT TEST-TUTOR-ASSIGNMENT-FILE
        END-EVALUATE.
        IF wsTestStatus NOT = "00"
            DISPLAY "Could not create " catTestName(wsFileIndex)
                " - status " wsTestStatus
            ADD 1 TO drillWriteErrors(wsFileIndex)
        END-IF.

    openTestInputAction.
        EVALUATE wsFileIndex
            WHEN 1  OPEN INPUT TEST-STUDENT-MASTER
            WHEN 2  OPEN INPUT TEST-ENROLLMENT-FILE
            WHEN 3  OPEN INPUT TEST-CLASSIFICATION-FILE
            WHEN 4  OPEN INPUT TEST-BALANCE-FILE
            WHEN 5  OPEN INPUT TEST-HISTORY-FILE
            WHEN 6  OPEN INPUT TEST-CALC-BALANCE-FILE
            WHEN 7  OPEN INPUT TEST-OPERATOR-MASTER
            WHEN 8  OPEN INPUT TEST-COURSE-FILE
            WHEN 9  OPEN INPUT TEST-TERM-FILE
            WHEN 10 OPEN INPUT TEST-FEE-SCHEDULE-FILE
            WHEN 11 OPEN INPUT TEST-VAT-CODE-FILE
            WHEN 12 OPEN INPUT TEST-ROOM-FILE
            WHEN 13 OPEN INPUT TEST-TUTOR-FILE
            WHEN 14 OPEN INPUT TEST-RATE-TABLE-FILE
            WHEN 15 OPEN INPUT TEST-BAND-PARAMETER-FILE
            WHEN 16 OPEN INPUT TEST-PARAMETER-MASTER
            WHEN 17 OPEN INPUT TEST-APPLICANT-FILE
            WHEN 18 OPEN INPUT TEST-YEAR-ARCHIVE-FILE
            WHEN 19 OPEN INPUT TEST-EMERGENCY-CONTACT-FILE
            WHEN 20 OPEN INPUT TEST-CERTIFICATE-REGISTER
            WHEN 21 OPEN INPUT TEST-APPEAL-FILE
            WHEN 22 OPEN INPUT TEST-CANDIDATE-FILE
            WHEN 23 OPEN INPUT TEST-COMMS-FILE
            WHEN 24 OPEN INPUT TEST-AWARD-RESULT-FILE
            WHEN 25 OPEN INPUT TEST-SPONSOR-FILE
            WHEN 26 OPEN INPUT TEST-SPONSOR-LINK-FILE
            WHEN 27 OPEN INPUT TEST-CONCESSION-CATEGORY-FILE
            WHEN 28 OPEN INPUT TEST-STUDENT-CONCESSION-FILE
            WHEN 29 OPEN INPUT TEST-INSTALMENT-PLAN-FILE
            WHEN 30 OPEN INPUT TEST-DD-MANDATE-FILE
            WHEN 31 OPEN INPUT TEST-TUTOR-ASSIGNMENT-FILE
        END-EVALUATE.

    writeTestAction.
*>      The indexed files come out of the set in key order, so a
*>      key the rebuilt file refuses is a fault in the set.
        EVALUATE wsFileIndex
            WHEN 1
                WRITE TestStudentRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 2
                WRITE TestEnrollmentRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 3
                WRITE TestClassificationRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 4
                WRITE TestBalanceRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 5
                WRITE TestHistoryLine FROM wsRecordBuffer
            WHEN 6
                WRITE TestCalcBalanceRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 7
                WRITE TestOperatorRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 8
                WRITE TestCourseLine FROM wsRecordBuffer
            WHEN 9
                WRITE TestTermLine FROM wsRecordBuffer
            WHEN 10
                WRITE TestFeeScheduleLine FROM wsRecordBuffer
            WHEN 11
                WRITE TestVatCodeLine FROM wsRecordBuffer
            WHEN 12
                WRITE TestRoomLine FROM wsRecordBuffer
            WHEN 13
                WRITE TestTutorLine FROM wsRecordBuffer
            WHEN 14
                WRITE TestRateLine FROM wsRecordBuffer
            WHEN 15
                WRITE TestBandLine FROM wsRecordBuffer
            WHEN 16
                WRITE TestParameterRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 17
                WRITE TestApplicantRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 18
                WRITE TestYearArchiveLine FROM wsRecordBuffer
            WHEN 19
                WRITE TestEmergencyContactRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 20
                WRITE TestCertificateRegisterRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 21
                WRITE TestAppealRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 22
                WRITE TestCandidateRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 23
                WRITE TestCommsRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 24
                WRITE TestAwardResultRecord FROM wsRecordBuffer
                    INVALID KEY
                        ADD 1 TO drillWriteErrors(wsFileIndex)
                END-WRITE
            WHEN 25
                WRITE TestSponsorLine FROM wsRecordBuffer
            WHEN 26
                WRITE TestSponsorLinkLine FROM wsRecordBuffer
            WHEN 27
                WRITE TestConcCategoryLine FROM wsRecordBuffer
            WHEN 28
                WRITE TestStudentConcLine FROM wsRecordBuffer
            WHEN 29
                WRITE TestInstalmentPlanLine FROM wsRecordBuffer
            WHEN 30
                WRITE TestDdMandateLine FROM wsRecordBuffer
            WHEN 31
                WRITE TestTutorAssignmentLine FROM wsRecordBuffer
        END-EVALUATE.

    readTestAction.
        MOVE SPACES TO wsRecordBuffer.
        EVALUATE wsFileIndex
            WHEN 1
                READ TEST-STUDENT-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 2
                READ TEST-ENROLLMENT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 3
                READ TEST-CLASSIFICATION-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 4
                READ TEST-BALANCE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 5
                READ TEST-HISTORY-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 6
                READ TEST-CALC-BALANCE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 7
                READ TEST-OPERATOR-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 8
                READ TEST-COURSE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 9
                READ TEST-TERM-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 10
                READ TEST-FEE-SCHEDULE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 11
                READ TEST-VAT-CODE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 12
                READ TEST-ROOM-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 13
                READ TEST-TUTOR-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 14
                READ TEST-RATE-TABLE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 15
                READ TEST-BAND-PARAMETER-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 16
                READ TEST-PARAMETER-MASTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 17
                READ TEST-APPLICANT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 18
                READ TEST-YEAR-ARCHIVE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 19
                READ TEST-EMERGENCY-CONTACT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 20
                READ TEST-CERTIFICATE-REGISTER INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 21
                READ TEST-APPEAL-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 22
                READ TEST-CANDIDATE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 23
                READ TEST-COMMS-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 24
                READ TEST-AWARD-RESULT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 25
                READ TEST-SPONSOR-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 26
                READ TEST-SPONSOR-LINK-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 27
                READ TEST-CONCESSION-CATEGORY-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 28
                READ TEST-STUDENT-CONCESSION-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 29
                READ TEST-INSTALMENT-PLAN-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 30
                READ TEST-DD-MANDATE-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
            WHEN 31
                READ TEST-TUTOR-ASSIGNMENT-FILE INTO wsRecordBuffer
                    AT END SET subjectEof TO TRUE
                END-READ
        END-EVALUATE.
        IF NOT subjectEof AND wsTestStatus(1:1) NOT = "0"
            SET fileUnreadable TO TRUE
            SET subjectEof TO TRUE
        END-IF.

    closeTestAction.
        EVALUATE wsFileIndex
            WHEN 1  CLOSE TEST-STUDENT-MASTER
            WHEN 2  CLOSE TEST-ENROLLMENT-FILE
            WHEN 3  CLOSE TEST-CLASSIFICATION-FILE
            WHEN 4  CLOSE TEST-BALANCE-FILE
            WHEN 5  CLOSE TEST-HISTORY-FILE
            WHEN 6  CLOSE TEST-CALC-BALANCE-FILE
            WHEN 7  CLOSE TEST-OPERATOR-MASTER
            WHEN 8  CLOSE TEST-COURSE-FILE
            WHEN 9  CLOSE TEST-TERM-FILE
            WHEN 10 CLOSE TEST-FEE-SCHEDULE-FILE
            WHEN 11 CLOSE TEST-VAT-CODE-FILE
            WHEN 12 CLOSE TEST-ROOM-FILE
            WHEN 13 CLOSE TEST-TUTOR-FILE
            WHEN 14 CLOSE TEST-RATE-TABLE-FILE
            WHEN 15 CLOSE TEST-BAND-PARAMETER-FILE
            WHEN 16 CLOSE TEST-PARAMETER-MASTER
            WHEN 17 CLOSE TEST-APPLICANT-FILE
            WHEN 18 CLOSE TEST-YEAR-ARCHIVE-FILE
            WHEN 19 CLOSE TEST-EMERGENCY-CONTACT-FILE
            WHEN 20 CLOSE TEST-CERTIFICATE-REGISTER
            WHEN 21 CLOSE TEST-APPEAL-FILE
            WHEN 22 CLOSE TEST-CANDIDATE-FILE
            WHEN 23 CLOSE TEST-COMMS-FILE
            WHEN 24 CLOSE TEST-AWARD-RESULT-FILE
            WHEN 25 CLOSE TEST-SPONSOR-FILE
            WHEN 26 CLOSE TEST-SPONSOR-LINK-FILE
            WHEN 27 CLOSE TEST-CONCESSION-CATEGORY-FILE
            WHEN 28 CLOSE TEST-STUDENT-CONCESSION-FILE
            WHEN 29 CLOSE TEST-INSTALMENT-PLAN-FILE
            WHEN 30 CLOSE TEST-DD-MANDATE-FILE
            WHEN 31 CLOSE TEST-TUTOR-ASSIGNMENT-FILE
        END-EVALUATE.
        MOVE "N" TO testOpenSwitch.
