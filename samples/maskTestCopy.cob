IDENTIFICATION DIVISION.
PROGRAM-ID.  MaskTestCopy.

*> Builds the masked copy of the live files the test system runs on,
*> so testers work with data shaped like the real thing but with no
*> real person in it.  Each file is read end to end and written to
*> its masked copy under an M name - indexed files rebuilt as indexed
*> files with the same keys, the way BackupSet's drill rebuilds them -
*> for the test system's job to assign in place of the live names:
*>
*>   STUMAST  -> MSTUMAST   ENROLL   -> MENROLL   EMERCONT -> MEMERCON
*>   CNCLASS  -> MCNCLASS   CNSCORES -> MCNSCORE  ATTEND   -> MATTEND
*>   SIGNBAL  -> MSIGNBAL   SIGNHIST -> MSIGNHST
*>
*> Every StudentId is remapped to a new one, with a proper modulus-11
*> check digit, by a one-to-one scramble of the six-digit number
*> driven by the masking key on the MASKPRM card (a multiplier and
*> an offset, kept by the data protection officer and never printed).
*> The same live id always becomes the same test id, so enrollments,
*> results, scores, register marks, contacts and the "S" fee accounts
*> still join to their student and every report still runs.
*>
*> The personal details are replaced with realistic fakes chosen from
*> the new id, so one person gets the same fake everywhere:
*>
*>   STUMAST  - surname, forename (to suit the recorded gender), the
*>              whole address and the day and month of birth (the
*>              year is kept, so age checks and the demographic
*>              returns still come out much the same);
*>   EMERCONT - the contact's name, both phone numbers (from the
*>              ranges set aside for drama use, so nobody is rung)
*>              and the address; the relationship is kept;
*>   CNCLASS  - the name carried on each result, taken from the masked
*>              master so it matches.
*>
*> ENROLL, CNSCORES, ATTEND and the fee accounts carry no personal
*> detail beyond the id, which is remapped.  Fee accounts other than
*> a student's own "S" account are copied as they stand.  A record
*> whose student id cannot be remapped - not a number, or outside the
*> range ever issued - is left out of the copy and counted, and ends
*> the run with RETURN-CODE 4.  A missing input file gives an empty
*> copy and is noted.  Without a usable key, or with no student
*> master, the run is refused with RETURN-CODE 8 and nothing is
*> written.  MASKRPT summarises what was read, written, remapped,
*> dropped and masked in each file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASK-PARAMETER-FILE ASSIGN TO "MASKPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

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

    SELECT EMERGENCY-CONTACT-FILE ASSIGN TO "EMERCONT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ContactStudentId
        FILE STATUS IS wsSubjectStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ClassKey
        FILE STATUS IS wsSubjectStatus.

    SELECT SCORE-FILE ASSIGN TO "CNSCORES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT BALANCE-FILE ASSIGN TO "SIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BalanceAccountId OF BalanceRecord
        FILE STATUS IS wsSubjectStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSubjectStatus.

    SELECT MASKED-STUDENT-MASTER ASSIGN TO "MSTUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF MaskStudentRecord
        ALTERNATE RECORD KEY IS Surname OF MaskStudentRecord
            WITH DUPLICATES
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-ENROLLMENT-FILE ASSIGN TO "MENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MaskEnrollKey
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-CONTACT-FILE ASSIGN TO "MEMERCON"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MaskContactStudentId
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-CLASSIFICATION-FILE ASSIGN TO "MCNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MaskClassKey
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-SCORE-FILE ASSIGN TO "MCNSCORE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-ATTENDANCE-FILE ASSIGN TO "MATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-BALANCE-FILE ASSIGN TO "MSIGNBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BalanceAccountId OF MaskBalanceRecord
        FILE STATUS IS wsMaskStatus.

    SELECT MASKED-HISTORY-FILE ASSIGN TO "MSIGNHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMaskStatus.

    SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  MASK-PARAMETER-FILE.
01  MaskParameterRecord.
    05  MaskParmMultiplier  PIC 9(6).
    05  MaskParmOffset      PIC 9(6).

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

FD  EMERGENCY-CONTACT-FILE.
01  EmergencyContactRecord.
    05  ContactStudentId    PIC 9(7).
    05  ContactName         PIC X(30).
    05  ContactRelationship PIC X(12).
    05  ContactPhone1       PIC X(14).
    05  ContactPhone2       PIC X(14).
    05  ContactAddress      PIC X(40).

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

FD  SCORE-FILE.
01  ScoreRecord.
    05  ScoreStudentId          PIC 9(7).
    05  ScoreValue              PIC 99.
    05  ScorePremod             PIC 99.
    05  ScoreModerated          PIC X.
    05  ScoreAttempt            PIC 9.
    05  ScoreCourseCode         PIC X(4).
    05  ScoreBatchRef           PIC X(8).

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.

FD  BALANCE-FILE.
01  BalanceRecord.
    COPY SIGNBAL.

FD  HISTORY-FILE.
01  HistoryRecord.
    05  HistAccountId       PIC X(8).
    05  FILLER              PIC X(142).

FD  MASKED-STUDENT-MASTER.
01  MaskStudentRecord.
    COPY STUDENT.

FD  MASKED-ENROLLMENT-FILE.
01  MaskEnrollmentRecord.
    05  MaskEnrollKey.
        10  MaskEnrollStudentId PIC 9(7).
        10  FILLER              PIC X(4).
    05  FILLER                  PIC X(14).

FD  MASKED-CONTACT-FILE.
01  MaskContactRecord.
    05  MaskContactStudentId    PIC 9(7).
    05  MaskContactName         PIC X(30).
    05  FILLER                  PIC X(12).
    05  MaskContactPhone1       PIC X(14).
    05  MaskContactPhone2       PIC X(14).
    05  MaskContactAddress      PIC X(40).

FD  MASKED-CLASSIFICATION-FILE.
01  MaskClassRecord.
    05  MaskClassKey.
        10  MaskClassStudentId  PIC 9(7).
        10  FILLER              PIC X(10).
    05  MaskClassSurname        PIC X(20).
    05  MaskClassForename       PIC X(15).
    05  FILLER                  PIC X(21).

FD  MASKED-SCORE-FILE.
01  MaskScoreRecord.
    05  MaskScoreStudentId      PIC 9(7).
    05  FILLER                  PIC X(18).

FD  MASKED-ATTENDANCE-FILE.
01  MaskAttendRecord.
    05  FILLER                  PIC X(12).
    05  MaskAttendStudentId     PIC 9(7).
    05  FILLER                  PIC X.

FD  MASKED-BALANCE-FILE.
01  MaskBalanceRecord.
    COPY SIGNBAL.

FD  MASKED-HISTORY-FILE.
01  MaskHistoryRecord.
    05  MaskHistAccountId       PIC X(8).
    05  FILLER                  PIC X(142).

FD  MASK-REPORT-FILE.
01  MaskReportLine              PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsSubjectStatus PIC XX VALUE "00".
01 wsMaskStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 subjectEofSwitch PIC X VALUE "N".
   88 subjectEof VALUE "Y".
01 maskKeyValidSwitch PIC X VALUE "N".
   88 maskKeyValid VALUE "Y".
01 idMappedSwitch PIC X VALUE "N".
   88 idMapped VALUE "Y".
01 maskedMasterOpenSwitch PIC X VALUE "N".
   88 maskedMasterOpen VALUE "Y".

*> The masking key.  The scramble works on the six-digit number
*> less one, modulo 999998 = 2 x 31 x 127 x 127, so the multiplier
*> must share no factor with it - odd, and not a multiple of 31 or
*> 127 - for every live id to get a test id of its own.
01 wsMaskMultiplier PIC 9(6) VALUE 0.
01 wsMaskOffset PIC 9(6) VALUE 0.
01 wsKeyQuotient PIC 9(6) VALUE 0.
01 wsKeyRemainder PIC 9(3) VALUE 0.

01 wsOldId PIC 9(7) VALUE 0.
01 wsOldIdParts REDEFINES wsOldId.
   05 wsOldBase       PIC 9(6).
   05 FILLER          PIC 9.
01 wsNewIdParts.
   05 wsNewBase       PIC 9(6).
   05 wsNewCheckDigit PIC 9.
01 wsNewId REDEFINES wsNewIdParts PIC 9(7).
01 wsMapWork PIC 9(13) VALUE 0.
01 wsMapQuotient PIC 9(7) VALUE 0.
01 wsMapRemainder PIC 9(6) VALUE 0.

*> Fee accounts: a student's own account is S and the id.
01 wsAccountWork.
   05 wsAccountType    PIC X.
   05 wsAccountNumber  PIC X(7).
   05 wsAccountId REDEFINES wsAccountNumber PIC 9(7).

01 wsCheckDigitArea.
   05 wsCheckDigitNumber PIC 9(6).
01 wsCheckDigitDigits REDEFINES wsCheckDigitArea.
   05 wsCheckDigitDigit OCCURS 6 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.

*> Fake name and address stock.  Forenames 1-20 are female, 21-40
*> male; each town carries its postcode area.
01 surnameValues.
   05 FILLER PIC X(60) VALUE
      "Ashworth    Bramley     Calder      Dalton      Ellison     ".
   05 FILLER PIC X(60) VALUE
      "Fairclough  Garside     Holroyd     Ingham      Jowett      ".
   05 FILLER PIC X(60) VALUE
      "Kershaw     Lockwood    Midgley     Naylor      Oldroyd     ".
   05 FILLER PIC X(60) VALUE
      "Pickles     Quarmby     Rushworth   Sutcliffe   Thwaite     ".
   05 FILLER PIC X(60) VALUE
      "Uttley      Varley      Whiteley    Exley       Yeadon      ".
   05 FILLER PIC X(60) VALUE
      "Ackroyd     Brearley    Crowther    Dewhirst    Earnshaw    ".
01 surnameTable REDEFINES surnameValues.
   05 surnameEntry PIC X(12) OCCURS 30 TIMES.

01 forenameValues.
   05 FILLER PIC X(60) VALUE
      "Alice       Beth        Clare       Diane       Emma        ".
   05 FILLER PIC X(60) VALUE
      "Fiona       Grace       Hannah      Isobel      Joanne      ".
   05 FILLER PIC X(60) VALUE
      "Karen       Laura       Megan       Nicola      Olivia      ".
   05 FILLER PIC X(60) VALUE
      "Paula       Rachel      Sarah       Tessa       Wendy       ".
   05 FILLER PIC X(60) VALUE
      "Adam        Ben         Colin       David       Edward      ".
   05 FILLER PIC X(60) VALUE
      "Frank       Graham      Harry       Ian         James       ".
   05 FILLER PIC X(60) VALUE
      "Keith       Liam        Mark        Neil        Oliver      ".
   05 FILLER PIC X(60) VALUE
      "Peter       Richard     Simon       Thomas      William     ".
01 forenameTable REDEFINES forenameValues.
   05 forenameEntry PIC X(12) OCCURS 40 TIMES.

01 streetValues.
   05 FILLER PIC X(32) VALUE "Mill Lane       Church Street   ".
   05 FILLER PIC X(32) VALUE "Station Road    Park Avenue     ".
   05 FILLER PIC X(32) VALUE "High Street     Chapel Row      ".
   05 FILLER PIC X(32) VALUE "Victoria Road   Moor Lane       ".
   05 FILLER PIC X(32) VALUE "Albert Terrace  Green Lane      ".
   05 FILLER PIC X(32) VALUE "King Street     Queens Road     ".
   05 FILLER PIC X(32) VALUE "Beck Side       Westfield Road  ".
   05 FILLER PIC X(32) VALUE "Manor Drive     School Lane     ".
   05 FILLER PIC X(32) VALUE "Oak Crescent    Bridge Street   ".
   05 FILLER PIC X(32) VALUE "Hill Top        Castle Gate     ".
01 streetTable REDEFINES streetValues.
   05 streetEntry PIC X(16) OCCURS 20 TIMES.

01 districtValues.
   05 FILLER PIC X(30) VALUE "Northfield     Southowram     ".
   05 FILLER PIC X(30) VALUE "Eastwood       Westgate       ".
   05 FILLER PIC X(30) VALUE "Highfield      Lowtown        ".
   05 FILLER PIC X(30) VALUE "Newbridge      Oldfield       ".
   05 FILLER PIC X(30) VALUE "Brookside      Thornhill      ".
01 districtTable REDEFINES districtValues.
   05 districtEntry PIC X(15) OCCURS 10 TIMES.

01 townValues.
   05 FILLER PIC X(30) VALUE "Leeds        LSYork         YO".
   05 FILLER PIC X(30) VALUE "Bradford     BDHarrogate    HG".
   05 FILLER PIC X(30) VALUE "Wakefield    WFHalifax      HX".
   05 FILLER PIC X(30) VALUE "Huddersfield HDDoncaster    DN".
   05 FILLER PIC X(30) VALUE "Hull         HUDarlington   DL".
01 townTable REDEFINES townValues.
   05 townEntry OCCURS 10 TIMES.
      10 townName       PIC X(13).
      10 townArea       PIC X(2).

01 postcodeLetters PIC X(20) VALUE "ABDEFGHJLNPQRSTUWXYZ".

*> The fakes for the person in hand, all chosen from the new id.
01 wsFakeGender PIC X VALUE SPACE.
01 wsFakeSurname PIC X(20) VALUE SPACES.
01 wsFakeForename PIC X(15) VALUE SPACES.
01 wsFakeContactName PIC X(30) VALUE SPACES.
01 wsFakeAddressLine1 PIC X(20) VALUE SPACES.
01 wsFakeAddressLine2 PIC X(20) VALUE SPACES.
01 wsFakeTown PIC X(15) VALUE SPACES.
01 wsFakePostcode PIC X(8) VALUE SPACES.
01 wsFakeMobile PIC X(14) VALUE SPACES.
01 wsFakeLandline PIC X(14) VALUE SPACES.
01 wsFakeMonth PIC 9(2) VALUE 0.
01 wsFakeDay PIC 9(2) VALUE 0.
01 wsHouseNumber PIC 9(2) VALUE 0.
01 wsPostcodeDistrict PIC 9 VALUE 0.
01 wsPostcodeSector PIC 9 VALUE 0.
01 wsPhoneDigits PIC 9(3) VALUE 0.
01 wsLandlineDigits PIC 9(3) VALUE 0.
01 wsPickIndex PIC 9(2) VALUE 0.
01 wsLetterIndex PIC 9(2) VALUE 0.
01 wsDeriveQuotient PIC 9(6) VALUE 0.
01 wsDeriveRemainder PIC 9(3) VALUE 0.

01 wsBirthDate PIC 9(8) VALUE 0.
01 wsBirthDateParts REDEFINES wsBirthDate.
   05 wsBirthYear  PIC 9(4).
   05 wsBirthMonth PIC 9(2).
   05 wsBirthDay   PIC 9(2).

*> One summary line per file.
01 maskIndex PIC 9 VALUE 0.
01 maskTable.
   05 maskEntry OCCURS 8 TIMES.
      10 maskFile       PIC X(8).
      10 maskCopy       PIC X(8).
      10 maskAbsent     PIC X.
      10 maskRead       PIC 9(7).
      10 maskWritten    PIC 9(7).
      10 maskRemapped   PIC 9(7).
      10 maskDropped    PIC 9(7).
      10 maskPeople     PIC 9(7).
      10 maskWhat       PIC X(40).
01 wsDroppedTotal PIC 9(7) VALUE 0.

01 wsSummaryLine.
   05 wsSumFile        PIC X(8).
   05 FILLER           PIC X(2).
   05 wsSumCopy        PIC X(8).
   05 wsSumRead        PIC Z(6)9.
   05 FILLER           PIC X.
   05 wsSumWritten     PIC Z(6)9.
   05 FILLER           PIC X.
   05 wsSumRemapped    PIC Z(6)9.
   05 FILLER           PIC X.
   05 wsSumDropped     PIC Z(6)9.
   05 FILLER           PIC X.
   05 wsSumPeople      PIC Z(6)9.
   05 FILLER           PIC X(2).
   05 wsSumWhat        PIC X(40).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadMaskKeyAction.
    IF NOT maskKeyValid
        DISPLAY "*************************************************"
        DISPLAY "** NO USABLE MASKING KEY ON MASKPRM - MULTIPLIER"
        DISPLAY "** MUST BE ODD AND NOT A MULTIPLE OF 31 OR 127."
        DISPLAY "** RUN REFUSED - NO TEST COPY WRITTEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT STUDENT-MASTER.
    IF wsSubjectStatus NOT = "00"
        DISPLAY "*************************************************"
        DISPLAY "** STUMAST CANNOT BE OPENED - STATUS "
            wsSubjectStatus
        DISPLAY "** RUN REFUSED - NO TEST COPY WRITTEN."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE STUDENT-MASTER.
    PERFORM initializeSummaryAction.

    PERFORM maskStudentMasterAction.
    PERFORM maskEnrollmentAction.
    PERFORM maskContactAction.
    PERFORM maskClassificationAction.
    PERFORM maskScoreAction.
    PERFORM maskAttendanceAction.
    PERFORM maskBalanceAction.
    PERFORM maskHistoryAction.

    PERFORM writeSummaryReportAction.
    DISPLAY "=====================".
    DISPLAY "Masked test copy written - summary on MASKRPT".
    DISPLAY "Students masked:     " maskPeople(1).
    DISPLAY "Records dropped:     " wsDroppedTotal.
    DISPLAY "=====================".
    IF wsDroppedTotal > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadMaskKeyAction.
        MOVE "N" TO maskKeyValidSwitch.
        OPEN INPUT MASK-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ MASK-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF MaskParmMultiplier IS NUMERIC
                        AND MaskParmOffset IS NUMERIC
                        AND MaskParmMultiplier > 1
                        MOVE MaskParmMultiplier TO wsMaskMultiplier
                        MOVE MaskParmOffset TO wsMaskOffset
                        PERFORM checkMultiplierAction
                    END-IF
            END-READ
            CLOSE MASK-PARAMETER-FILE
        END-IF.

    checkMultiplierAction.
        SET maskKeyValid TO TRUE.
        DIVIDE wsMaskMultiplier BY 2
            GIVING wsKeyQuotient REMAINDER wsKeyRemainder.
        IF wsKeyRemainder = 0
            MOVE "N" TO maskKeyValidSwitch
        END-IF.
        DIVIDE wsMaskMultiplier BY 31
            GIVING wsKeyQuotient REMAINDER wsKeyRemainder.
        IF wsKeyRemainder = 0
            MOVE "N" TO maskKeyValidSwitch
        END-IF.
        DIVIDE wsMaskMultiplier BY 127
            GIVING wsKeyQuotient REMAINDER wsKeyRemainder.
        IF wsKeyRemainder = 0
            MOVE "N" TO maskKeyValidSwitch
        END-IF.

    initializeSummaryAction.
        INITIALIZE maskTable.
        MOVE "STUMAST"  TO maskFile(1).
        MOVE "MSTUMAST" TO maskCopy(1).
        MOVE "Name, address, day and month of birth" TO maskWhat(1).
        MOVE "ENROLL"   TO maskFile(2).
        MOVE "MENROLL"  TO maskCopy(2).
        MOVE "Student id only" TO maskWhat(2).
        MOVE "EMERCONT" TO maskFile(3).
        MOVE "MEMERCON" TO maskCopy(3).
        MOVE "Contact name, phones, address" TO maskWhat(3).
        MOVE "CNCLASS"  TO maskFile(4).
        MOVE "MCNCLASS" TO maskCopy(4).
        MOVE "Name, as on the masked master" TO maskWhat(4).
        MOVE "CNSCORES" TO maskFile(5).
        MOVE "MCNSCORE" TO maskCopy(5).
        MOVE "Student id only" TO maskWhat(5).
        MOVE "ATTEND"   TO maskFile(6).
        MOVE "MATTEND"  TO maskCopy(6).
        MOVE "Student id only" TO maskWhat(6).
        MOVE "SIGNBAL"  TO maskFile(7).
        MOVE "MSIGNBAL" TO maskCopy(7).
        MOVE "Student S accounts re-keyed" TO maskWhat(7).
        MOVE "SIGNHIST" TO maskFile(8).
        MOVE "MSIGNHST" TO maskCopy(8).
        MOVE "Student S accounts re-keyed" TO maskWhat(8).

    mapStudentIdAction.
*>      (number - 1) x multiplier + offset, modulo 999998, plus one:
*>      one to one over 1 to 999998, the numbers NextStudentId can
*>      issue.  The check digit is then worked out afresh.
        MOVE "N" TO idMappedSwitch.
        MOVE 0 TO wsNewId.
        IF wsOldId IS NUMERIC
            IF wsOldBase > 0 AND wsOldBase < 999999
                COMPUTE wsMapWork =
                    (wsOldBase - 1) * wsMaskMultiplier + wsMaskOffset
                DIVIDE wsMapWork BY 999998
                    GIVING wsMapQuotient REMAINDER wsMapRemainder
                COMPUTE wsNewBase = wsMapRemainder + 1
                PERFORM computeCheckDigitAction
                SET idMapped TO TRUE
            END-IF
        END-IF.

    computeCheckDigitAction.
*>      The modulus-11 weighting NextStudentId issues with.
        MOVE wsNewBase TO wsCheckDigitNumber.
        MOVE 0 TO checkDigitWeightTotal.
        PERFORM weighOneDigitAction
            VARYING checkDigitWeightIndex FROM 1 BY 1
            UNTIL checkDigitWeightIndex > 6.
        DIVIDE checkDigitWeightTotal BY 11
            GIVING checkDigitQuotient
            REMAINDER checkDigitRemainder.
        IF checkDigitRemainder < 2
            MOVE 0 TO wsNewCheckDigit
        ELSE
            COMPUTE wsNewCheckDigit = 11 - checkDigitRemainder
        END-IF.

    weighOneDigitAction.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsCheckDigitDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).

    deriveFakeDetailsAction.
*>      Everything is picked from the new six-digit number, so the
*>      same student gets the same fakes in every file.  A gender of
*>      neither M nor F takes its forename from the number instead.
        DIVIDE wsNewBase BY 30
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE surnameEntry(wsDeriveRemainder + 1) TO wsFakeSurname.
        DIVIDE wsDeriveQuotient BY 20
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE wsDeriveRemainder TO wsPickIndex.
        EVALUATE TRUE
            WHEN wsFakeGender = "F"
                ADD 1 TO wsPickIndex
            WHEN wsFakeGender = "M"
                ADD 21 TO wsPickIndex
            WHEN OTHER
                DIVIDE wsDeriveQuotient BY 2
                    GIVING wsDeriveQuotient
                    REMAINDER wsDeriveRemainder
                COMPUTE wsPickIndex =
                    wsPickIndex + 1 + wsDeriveRemainder * 20
        END-EVALUATE.
        MOVE forenameEntry(wsPickIndex) TO wsFakeForename.

        DIVIDE wsNewBase BY 40
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE SPACES TO wsFakeContactName.
        STRING forenameEntry(wsDeriveRemainder + 1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               wsFakeSurname DELIMITED BY SPACE
               INTO wsFakeContactName
        END-STRING.

        DIVIDE wsNewBase BY 90
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsHouseNumber = wsDeriveRemainder + 10.
        DIVIDE wsDeriveQuotient BY 20
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE SPACES TO wsFakeAddressLine1.
        STRING wsHouseNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               streetEntry(wsDeriveRemainder + 1) DELIMITED BY SIZE
               INTO wsFakeAddressLine1
        END-STRING.
        DIVIDE wsDeriveQuotient BY 10
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE districtEntry(wsDeriveRemainder + 1) TO wsFakeAddressLine2.
        DIVIDE wsNewBase BY 10
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE wsDeriveRemainder TO wsPickIndex.
        ADD 1 TO wsPickIndex.
        MOVE townName(wsPickIndex) TO wsFakeTown.

*>      Postcode: the town's area, a district digit, then the
*>      sector digit and two letters of the inward code.
        DIVIDE wsDeriveQuotient BY 9
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsPostcodeDistrict = wsDeriveRemainder + 1.
        DIVIDE wsDeriveQuotient BY 10
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        MOVE wsDeriveRemainder TO wsPostcodeSector.
        MOVE SPACES TO wsFakePostcode.
        MOVE townArea(wsPickIndex) TO wsFakePostcode(1:2).
        MOVE wsPostcodeDistrict TO wsFakePostcode(3:1).
        MOVE wsPostcodeSector TO wsFakePostcode(5:1).
        DIVIDE wsDeriveQuotient BY 20
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsLetterIndex = wsDeriveRemainder + 1.
        MOVE postcodeLetters(wsLetterIndex:1) TO wsFakePostcode(6:1).
        DIVIDE wsDeriveQuotient BY 20
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsLetterIndex = wsDeriveRemainder + 1.
        MOVE postcodeLetters(wsLetterIndex:1) TO wsFakePostcode(7:1).

*>      Phone numbers from the Ofcom drama ranges: mobiles 07700
*>      900000-900999, landlines 01632 960000-960999.
        DIVIDE wsNewBase BY 1000
            GIVING wsDeriveQuotient REMAINDER wsPhoneDigits.
        DIVIDE wsDeriveQuotient BY 1000
            GIVING wsDeriveQuotient REMAINDER wsLandlineDigits.
        MOVE SPACES TO wsFakeMobile.
        STRING "07700 900" DELIMITED BY SIZE
               wsPhoneDigits DELIMITED BY SIZE
               INTO wsFakeMobile
        END-STRING.
        MOVE SPACES TO wsFakeLandline.
        STRING "01632 960" DELIMITED BY SIZE
               wsLandlineDigits DELIMITED BY SIZE
               INTO wsFakeLandline
        END-STRING.

        DIVIDE wsNewBase BY 28
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsFakeDay = wsDeriveRemainder + 1.
        DIVIDE wsDeriveQuotient BY 12
            GIVING wsDeriveQuotient REMAINDER wsDeriveRemainder.
        COMPUTE wsFakeMonth = wsDeriveRemainder + 1.

    dropRecordAction.
        ADD 1 TO maskDropped(maskIndex).
        ADD 1 TO wsDroppedTotal.

    maskStudentMasterAction.
        MOVE 1 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-STUDENT-MASTER.
        OPEN INPUT STUDENT-MASTER.
        IF wsSubjectStatus = "00"
            PERFORM readStudentMasterAction
            PERFORM maskOneStudentAction UNTIL subjectEof
            CLOSE STUDENT-MASTER
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-STUDENT-MASTER.

    readStudentMasterAction.
        READ STUDENT-MASTER NEXT RECORD
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneStudentAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE StudentId OF StudentMasterRecord TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE StudentMasterRecord TO MaskStudentRecord
            MOVE wsNewId TO StudentId OF MaskStudentRecord
            MOVE Gender OF StudentMasterRecord TO wsFakeGender
            PERFORM deriveFakeDetailsAction
            MOVE wsFakeSurname TO Surname OF MaskStudentRecord
            MOVE wsFakeForename TO Forename OF MaskStudentRecord
            MOVE wsFakeAddressLine1 TO AddressLine1 OF MaskStudentRecord
            MOVE wsFakeAddressLine2 TO AddressLine2 OF MaskStudentRecord
            MOVE wsFakeTown TO Town OF MaskStudentRecord
            MOVE wsFakePostcode TO Postcode OF MaskStudentRecord
            IF DateOfBirth OF StudentMasterRecord IS NUMERIC
                AND DateOfBirth OF StudentMasterRecord > 0
                MOVE DateOfBirth OF StudentMasterRecord TO wsBirthDate
                MOVE wsFakeMonth TO wsBirthMonth
                MOVE wsFakeDay TO wsBirthDay
                MOVE wsBirthDate TO DateOfBirth OF MaskStudentRecord
            END-IF
            WRITE MaskStudentRecord
                INVALID KEY
                    PERFORM dropRecordAction
                NOT INVALID KEY
                    ADD 1 TO maskWritten(maskIndex)
                    ADD 1 TO maskRemapped(maskIndex)
                    ADD 1 TO maskPeople(maskIndex)
            END-WRITE
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readStudentMasterAction.

    maskEnrollmentAction.
        MOVE 2 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-ENROLLMENT-FILE.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM maskOneEnrollmentAction UNTIL subjectEof
            CLOSE ENROLLMENT-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-ENROLLMENT-FILE.

    readEnrollmentAction.
        READ ENROLLMENT-FILE NEXT RECORD
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneEnrollmentAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE EnrollStudentId TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE EnrollmentRecord TO MaskEnrollmentRecord
            MOVE wsNewId TO MaskEnrollStudentId
            WRITE MaskEnrollmentRecord
                INVALID KEY
                    PERFORM dropRecordAction
                NOT INVALID KEY
                    ADD 1 TO maskWritten(maskIndex)
                    ADD 1 TO maskRemapped(maskIndex)
            END-WRITE
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readEnrollmentAction.

    maskContactAction.
        MOVE 3 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-CONTACT-FILE.
        OPEN INPUT EMERGENCY-CONTACT-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readContactAction
            PERFORM maskOneContactAction UNTIL subjectEof
            CLOSE EMERGENCY-CONTACT-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-CONTACT-FILE.

    readContactAction.
        READ EMERGENCY-CONTACT-FILE NEXT RECORD
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneContactAction.
*>      The contact shares the student's fake surname and address; a
*>      second phone number is only faked where one is held.
        ADD 1 TO maskRead(maskIndex).
        MOVE ContactStudentId TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE EmergencyContactRecord TO MaskContactRecord
            MOVE wsNewId TO MaskContactStudentId
            MOVE SPACE TO wsFakeGender
            PERFORM deriveFakeDetailsAction
            MOVE wsFakeContactName TO MaskContactName
            MOVE wsFakeMobile TO MaskContactPhone1
            IF ContactPhone2 NOT = SPACES
                MOVE wsFakeLandline TO MaskContactPhone2
            END-IF
            MOVE SPACES TO MaskContactAddress
            STRING wsFakeAddressLine1 DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   wsFakeTown DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   wsFakePostcode DELIMITED BY SIZE
                   INTO MaskContactAddress
            END-STRING
            WRITE MaskContactRecord
                INVALID KEY
                    PERFORM dropRecordAction
                NOT INVALID KEY
                    ADD 1 TO maskWritten(maskIndex)
                    ADD 1 TO maskRemapped(maskIndex)
                    ADD 1 TO maskPeople(maskIndex)
            END-WRITE
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readContactAction.

    maskClassificationAction.
*>      The masked master is read by the new id for the name, so a
*>      result always shows the name the test student is known by;
*>      a result whose student has left the master takes the same
*>      fakes the id would have been given.
        MOVE 4 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        MOVE "N" TO maskedMasterOpenSwitch.
        OPEN OUTPUT MASKED-CLASSIFICATION-FILE.
        OPEN INPUT CLASSIFICATION-FILE.
        IF wsSubjectStatus = "00"
            CLOSE MASKED-CLASSIFICATION-FILE
            PERFORM openMaskedMasterAction
            OPEN OUTPUT MASKED-CLASSIFICATION-FILE
            PERFORM readClassificationAction
            PERFORM maskOneClassificationAction UNTIL subjectEof
            CLOSE CLASSIFICATION-FILE
            IF maskedMasterOpen
                CLOSE MASKED-STUDENT-MASTER
            END-IF
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-CLASSIFICATION-FILE.

    openMaskedMasterAction.
        OPEN INPUT MASKED-STUDENT-MASTER.
        IF wsMaskStatus = "00"
            SET maskedMasterOpen TO TRUE
        END-IF.

    readClassificationAction.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneClassificationAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE ClassStudentId TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE ClassificationRecord TO MaskClassRecord
            MOVE wsNewId TO MaskClassStudentId
            MOVE SPACE TO wsFakeGender
            PERFORM deriveFakeDetailsAction
            MOVE wsFakeSurname TO MaskClassSurname
            MOVE wsFakeForename TO MaskClassForename
            IF maskedMasterOpen
                MOVE wsNewId TO StudentId OF MaskStudentRecord
                READ MASKED-STUDENT-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE Surname OF MaskStudentRecord
                            TO MaskClassSurname
                        MOVE Forename OF MaskStudentRecord
                            TO MaskClassForename
                END-READ
            END-IF
            WRITE MaskClassRecord
                INVALID KEY
                    PERFORM dropRecordAction
                NOT INVALID KEY
                    ADD 1 TO maskWritten(maskIndex)
                    ADD 1 TO maskRemapped(maskIndex)
                    ADD 1 TO maskPeople(maskIndex)
            END-WRITE
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readClassificationAction.

    maskScoreAction.
        MOVE 5 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-SCORE-FILE.
        OPEN INPUT SCORE-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readScoreAction
            PERFORM maskOneScoreAction UNTIL subjectEof
            CLOSE SCORE-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-SCORE-FILE.

    readScoreAction.
        READ SCORE-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneScoreAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE ScoreStudentId TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE ScoreRecord TO MaskScoreRecord
            MOVE wsNewId TO MaskScoreStudentId
            WRITE MaskScoreRecord
            ADD 1 TO maskWritten(maskIndex)
            ADD 1 TO maskRemapped(maskIndex)
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readScoreAction.

    maskAttendanceAction.
        MOVE 6 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-ATTENDANCE-FILE.
        OPEN INPUT ATTENDANCE-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readAttendanceAction
            PERFORM maskOneAttendanceAction UNTIL subjectEof
            CLOSE ATTENDANCE-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-ATTENDANCE-FILE.

    readAttendanceAction.
        READ ATTENDANCE-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneAttendanceAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE AttendStudentId TO wsOldId.
        PERFORM mapStudentIdAction.
        IF idMapped
            MOVE AttendanceRecord TO MaskAttendRecord
            MOVE wsNewId TO MaskAttendStudentId
            WRITE MaskAttendRecord
            ADD 1 TO maskWritten(maskIndex)
            ADD 1 TO maskRemapped(maskIndex)
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readAttendanceAction.

    maskBalanceAction.
        MOVE 7 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-BALANCE-FILE.
        OPEN INPUT BALANCE-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readBalanceAction
            PERFORM maskOneBalanceAction UNTIL subjectEof
            CLOSE BALANCE-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-BALANCE-FILE.

    readBalanceAction.
        READ BALANCE-FILE NEXT RECORD
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneBalanceAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE BalanceRecord TO MaskBalanceRecord.
        MOVE BalanceAccountId OF BalanceRecord TO wsAccountWork.
        MOVE "Y" TO idMappedSwitch.
        IF wsAccountType = "S"
            PERFORM mapAccountAction
        END-IF.
        IF idMapped
            MOVE wsAccountWork TO BalanceAccountId OF MaskBalanceRecord
            WRITE MaskBalanceRecord
                INVALID KEY
                    PERFORM dropRecordAction
                NOT INVALID KEY
                    ADD 1 TO maskWritten(maskIndex)
                    IF wsAccountType = "S"
                        ADD 1 TO maskRemapped(maskIndex)
                    END-IF
            END-WRITE
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readBalanceAction.

    mapAccountAction.
*>      A student's fee account: S and the seven-digit id.
        MOVE "N" TO idMappedSwitch.
        IF wsAccountNumber IS NUMERIC
            MOVE wsAccountId TO wsOldId
            PERFORM mapStudentIdAction
            IF idMapped
                MOVE wsNewId TO wsAccountId
            END-IF
        END-IF.

    maskHistoryAction.
        MOVE 8 TO maskIndex.
        MOVE "N" TO subjectEofSwitch.
        OPEN OUTPUT MASKED-HISTORY-FILE.
        OPEN INPUT HISTORY-FILE.
        IF wsSubjectStatus = "00"
            PERFORM readHistoryAction
            PERFORM maskOneHistoryAction UNTIL subjectEof
            CLOSE HISTORY-FILE
        ELSE
            MOVE "Y" TO maskAbsent(maskIndex)
        END-IF.
        CLOSE MASKED-HISTORY-FILE.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET subjectEof TO TRUE
        END-READ.

    maskOneHistoryAction.
        ADD 1 TO maskRead(maskIndex).
        MOVE HistoryRecord TO MaskHistoryRecord.
        MOVE HistAccountId TO wsAccountWork.
        MOVE "Y" TO idMappedSwitch.
        IF wsAccountType = "S"
            PERFORM mapAccountAction
        END-IF.
        IF idMapped
            MOVE wsAccountWork TO MaskHistAccountId
            WRITE MaskHistoryRecord
            ADD 1 TO maskWritten(maskIndex)
            IF wsAccountType = "S"
                ADD 1 TO maskRemapped(maskIndex)
            END-IF
        ELSE
            PERFORM dropRecordAction
        END-IF.
        PERFORM readHistoryAction.

    writeSummaryReportAction.
        OPEN OUTPUT MASK-REPORT-FILE.
        MOVE "Masked test copy of the live files" TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        MOVE "==================================" TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "  student ids remapped under the MASKPRM key"
                   DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE MaskReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        MOVE "File      Copy       Read  Written Remapped  Dropped"
            TO wsListLine.
        MOVE "  People  Masked" TO wsListLine(53:16).
        WRITE MaskReportLine FROM wsListLine.
        PERFORM writeSummaryLineAction
            VARYING maskIndex FROM 1 BY 1
            UNTIL maskIndex > 8.
        MOVE SPACES TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        MOVE "Dropped records have a student id that cannot be"
            TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        MOVE "remapped and are not in the copy." TO wsListLine.
        WRITE MaskReportLine FROM wsListLine.
        CLOSE MASK-REPORT-FILE.

    writeSummaryLineAction.
        MOVE SPACES TO wsSummaryLine.
        MOVE maskFile(maskIndex) TO wsSumFile.
        MOVE maskCopy(maskIndex) TO wsSumCopy.
        MOVE maskRead(maskIndex) TO wsSumRead.
        MOVE maskWritten(maskIndex) TO wsSumWritten.
        MOVE maskRemapped(maskIndex) TO wsSumRemapped.
        MOVE maskDropped(maskIndex) TO wsSumDropped.
        MOVE maskPeople(maskIndex) TO wsSumPeople.
        IF maskAbsent(maskIndex) = "Y"
            MOVE "Not on file - empty copy written" TO wsSumWhat
        ELSE
            MOVE maskWhat(maskIndex) TO wsSumWhat
        END-IF.
        WRITE MaskReportLine FROM wsSummaryLine.
