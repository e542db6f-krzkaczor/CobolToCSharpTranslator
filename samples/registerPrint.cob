IDENTIFICATION DIVISION.
PROGRAM-ID.  RegisterPrint.

*> Prints blank attendance registers for the office to hand out, so
*> tutors mark a sheet in class instead of keying every student at
*> AttendanceEntry.  Every COURSCHD meeting falling on a date in the
*> run's range gets one sheet: course, date, time, room and tutor at
*> the head (tutor from TutorLookup), then a line per student
*> enrolled on the course with boxes for present and absent.  Dates
*> are walked with CalendarService; a weekday that is not a business
*> day is a bank holiday and gets no sheets.
*>
*> Each sheet carries a reference - a six-digit serial plus the same
*> modulus-11 check digit student ids carry - recorded on the REGSHEET
*> control file with its course, date, time, room and student count.
*> RegisterImport checks returned sheets against REGSHEET.  A meeting
*> that already has a sheet is printed again under its existing
*> reference as a duplicate copy while the sheet is still out, and
*> skipped once it has been loaded.
*>
*> The range comes from an optional REGPRM control record: first and
*> last dates, a course code (blank for every course) and a term code
*> (blank for every enrollment on the course).  Without one the seven
*> days from today are printed.  Output lands on REGISTER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTER-PARAMETER-FILE ASSIGN TO "REGPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT SCHEDULE-FILE ASSIGN TO "COURSCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsScheduleStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT SHEET-FILE ASSIGN TO "REGSHEET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSheetStatus.

    SELECT REGISTER-FILE ASSIGN TO "REGISTER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD  REGISTER-PARAMETER-FILE.
01  RegisterParameterRecord.
    05  RegParmFirstDate    PIC 9(8).
    05  RegParmLastDate     PIC 9(8).
    05  RegParmCourse       PIC X(4).
    05  RegParmTerm         PIC X(6).

FD  SCHEDULE-FILE.
01  ScheduleRecord.
    05  SchedCourseCode PIC X(4).
    05  SchedDay        PIC 9.
    05  SchedStart      PIC 9(4).
    05  SchedEnd        PIC 9(4).
    05  SchedRoom       PIC X(8).

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.

FD  SHEET-FILE.
01  SheetRecord.
    05  SheetRef            PIC 9(7).
    05  SheetCourse         PIC X(4).
    05  SheetDate           PIC 9(8).
    05  SheetStart          PIC 9(4).
    05  SheetEnd            PIC 9(4).
    05  SheetRoom           PIC X(8).
    05  SheetTerm           PIC X(6).
    05  SheetStudentCount   PIC 9(4).
    05  SheetStatus         PIC X.
    05  SheetIssuedDate     PIC 9(8).
    05  SheetLoadedDate     PIC 9(8).
    05  SheetMarkCount      PIC 9(4).

FD  REGISTER-FILE.
01  RegisterLine            PIC X(80).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsScheduleStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsSheetStatus PIC XX VALUE "00".
01 wsRegisterStatus PIC XX VALUE "00".

01 scheduleEofSwitch PIC X VALUE "N".
   88 scheduleEof VALUE "Y".
01 enrollEofSwitch PIC X VALUE "N".
   88 enrollEof VALUE "Y".
01 courseEofSwitch PIC X VALUE "N".
   88 courseEof VALUE "Y".
01 sheetEofSwitch PIC X VALUE "N".
   88 sheetEof VALUE "Y".
01 sheetsChangedSwitch PIC X VALUE "N".
   88 sheetsChanged VALUE "Y".
01 duplicateCopySwitch PIC X VALUE "N".
   88 duplicateCopy VALUE "Y".
01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".

01 calendarArea.
    COPY CALENDAR.

01 tutorLookupArea.
    COPY TUTLOOK.

01 wsFirstDate PIC 9(8) VALUE 0.
01 wsLastDate PIC 9(8) VALUE 0.
01 wsFilterCourse PIC X(4) VALUE SPACES.
01 wsFilterTerm PIC X(6) VALUE SPACES.
01 wsSessionDate PIC 9(8) VALUE 0.
01 wsSessionWeekday PIC 9 VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 schedTableCount PIC 9(3) VALUE 0.
01 schedTableIndex PIC 9(3) VALUE 0.
01 schedTable.
    05 schedTableEntry OCCURS 200 TIMES.
        10 schedTabCourse PIC X(4).
        10 schedTabDay    PIC 9.
        10 schedTabStart  PIC 9(4).
        10 schedTabEnd    PIC 9(4).
        10 schedTabRoom   PIC X(8).

01 enrollTableCount PIC 9(4) VALUE 0.
01 enrollTableIndex PIC 9(4) VALUE 0.
01 enrollTable.
    05 enrollTableEntry OCCURS 3000 TIMES.
        10 enrollTabCourse  PIC X(4).
        10 enrollTabStudent PIC 9(7).

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.
    05 courseTableEntry OCCURS 50 TIMES.
        10 courseTableCode  PIC X(4).
        10 courseTableTitle PIC X(20).
01 wsCourseTitle PIC X(20) VALUE SPACES.

*> REGSHEET is held whole and rewritten whole, so an overflow must
*> refuse the run rather than lose sheets.
01 sheetTableCount PIC 9(4) VALUE 0.
01 sheetTableIndex PIC 9(4) VALUE 0.
01 sheetFoundIndex PIC 9(4) VALUE 0.
01 wsSheetsNotLoaded PIC 9(4) VALUE 0.
01 sheetTable.
    05 sheetTableEntry OCCURS 3000 TIMES.
        10 sheetTabRef          PIC 9(7).
        10 sheetTabCourse       PIC X(4).
        10 sheetTabDate         PIC 9(8).
        10 sheetTabStart        PIC 9(4).
        10 sheetTabEnd          PIC 9(4).
        10 sheetTabRoom         PIC X(8).
        10 sheetTabTerm         PIC X(6).
        10 sheetTabStudentCount PIC 9(4).
        10 sheetTabStatus       PIC X.
            88 sheetTabIssued   VALUE "I".
            88 sheetTabLoaded   VALUE "L".
        10 sheetTabIssuedDate   PIC 9(8).
        10 sheetTabLoadedDate   PIC 9(8).
        10 sheetTabMarkCount    PIC 9(4).

01 wsNextSerial PIC 9(6) VALUE 1.
01 wsSheetSerialArea.
   05 wsSheetSerial PIC 9(6).
   05 wsSheetCheck  PIC 9.
01 wsSheetRefValue REDEFINES wsSheetSerialArea PIC 9(7).

01 wsCheckDigitArea.
   05 wsCheckDigitNumber PIC 9(6).
01 wsCheckDigitDigits REDEFINES wsCheckDigitArea.
   05 wsCheckDigitDigit OCCURS 6 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.
01 checkDigitExpected PIC 9 VALUE 0.

01 wsSheetStudents PIC 9(4) VALUE 0.
01 wsSheetsPrinted PIC 9(5) VALUE 0.
01 wsDuplicatesPrinted PIC 9(5) VALUE 0.
01 wsAlreadyLoaded PIC 9(5) VALUE 0.
01 wsEmptyMeetings PIC 9(5) VALUE 0.
01 wsHolidaysSkipped PIC 9(3) VALUE 0.
01 wsEnrollDropped PIC 9(5) VALUE 0.

01 wsEditCount PIC ZZZ9.

01 wsColumnHeading.
   05 FILLER PIC X(11) VALUE "  Student".
   05 FILLER PIC X(42) VALUE "Name".
   05 FILLER PIC X(10) VALUE "Present".
   05 FILLER PIC X(6)  VALUE "Absent".

01 wsStudentLine.
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsStudentLineId  PIC 9(7).
   05 FILLER           PIC X(2) VALUE SPACES.
   05 wsStudentLineSurname  PIC X(20).
   05 FILLER           PIC X VALUE SPACE.
   05 wsStudentLineForename PIC X(15).
   05 FILLER           PIC X(6) VALUE SPACES.
   05 FILLER           PIC X(10) VALUE "[  ]".
   05 FILLER           PIC X(4) VALUE "[  ]".

01 wsListLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    PERFORM loadSheetTableAction.
    IF wsSheetsNotLoaded > 0
        DISPLAY "*************************************************"
        DISPLAY "** SHEET FILE HOLDS MORE THAN THE TABLE - "
            wsSheetsNotLoaded " RECORD(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - NO SHEETS ISSUED, FILE LEFT AS IS."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadScheduleTableAction.
    IF schedTableCount = 0
        DISPLAY "No course meetings on COURSCHD - no registers to "
            "print.  Run refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadCourseTableAction.
    PERFORM loadEnrollmentTableAction.

    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus = "00"
        SET masterOpen TO TRUE
    END-IF.
    OPEN OUTPUT REGISTER-FILE.
    MOVE wsFirstDate TO wsSessionDate.
    PERFORM printOneDateAction UNTIL wsSessionDate > wsLastDate
        OR sheetTableCount >= 3000.
    CLOSE REGISTER-FILE.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.
    IF sheetsChanged
        PERFORM saveSheetFileAction
    END-IF.

    DISPLAY "=====================".
    DISPLAY " Attendance register print totals"
    DISPLAY " Dates              : " wsFirstDate " to " wsLastDate
    DISPLAY " Sheets issued      : " wsSheetsPrinted
    DISPLAY " Duplicate copies   : " wsDuplicatesPrinted
    DISPLAY " Already loaded     : " wsAlreadyLoaded
    DISPLAY " Meetings, nobody enrolled : " wsEmptyMeetings
    DISPLAY " Bank holidays skipped     : " wsHolidaysSkipped
    DISPLAY "=====================".
    IF wsSessionDate NOT > wsLastDate
        DISPLAY "** Sheet file full - registers stop at "
            wsSessionDate "; clear loaded sheets and re-run."
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF wsEnrollDropped > 0
        DISPLAY "** Enrollment table full - " wsEnrollDropped
            " enrollment(s) missing from the registers."
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        MOVE wsRunDate TO wsFirstDate.
        SET CalAddCalendar TO TRUE.
        MOVE wsRunDate TO CalDate.
        MOVE 6 TO CalDaysRequested.
        CALL "CalendarService" USING calendarArea.
        MOVE CalResultDate TO wsLastDate.
        OPEN INPUT REGISTER-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ REGISTER-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RegParmFirstDate IS NUMERIC
                        AND RegParmLastDate IS NUMERIC
                        AND RegParmFirstDate NOT > RegParmLastDate
                        MOVE RegParmFirstDate TO wsFirstDate
                        MOVE RegParmLastDate TO wsLastDate
                    ELSE
                        DISPLAY "REGPRM dates not usable - the seven "
                            "days from today are printed."
                    END-IF
                    MOVE RegParmCourse TO wsFilterCourse
                    MOVE RegParmTerm TO wsFilterTerm
            END-READ
            CLOSE REGISTER-PARAMETER-FILE
        END-IF.

    loadSheetTableAction.
        MOVE 0 TO sheetTableCount.
        OPEN INPUT SHEET-FILE.
        IF wsSheetStatus = "00"
            PERFORM readSheetAction
            PERFORM addSheetEntryAction UNTIL sheetEof
            CLOSE SHEET-FILE
        END-IF.

    readSheetAction.
        READ SHEET-FILE
            AT END
                SET sheetEof TO TRUE
        END-READ.

    addSheetEntryAction.
        IF sheetTableCount < 3000
            ADD 1 TO sheetTableCount
            MOVE SheetRef TO sheetTabRef(sheetTableCount)
            MOVE SheetCourse TO sheetTabCourse(sheetTableCount)
            MOVE SheetDate TO sheetTabDate(sheetTableCount)
            MOVE SheetStart TO sheetTabStart(sheetTableCount)
            MOVE SheetEnd TO sheetTabEnd(sheetTableCount)
            MOVE SheetRoom TO sheetTabRoom(sheetTableCount)
            MOVE SheetTerm TO sheetTabTerm(sheetTableCount)
            MOVE SheetStudentCount
                TO sheetTabStudentCount(sheetTableCount)
            MOVE SheetStatus TO sheetTabStatus(sheetTableCount)
            MOVE SheetIssuedDate TO sheetTabIssuedDate(sheetTableCount)
            MOVE SheetLoadedDate TO sheetTabLoadedDate(sheetTableCount)
            MOVE SheetMarkCount TO sheetTabMarkCount(sheetTableCount)
            MOVE SheetRef TO wsSheetRefValue
            IF wsSheetSerial >= wsNextSerial
                COMPUTE wsNextSerial = wsSheetSerial + 1
            END-IF
        ELSE
            ADD 1 TO wsSheetsNotLoaded
        END-IF.
        PERFORM readSheetAction.

    loadScheduleTableAction.
        MOVE 0 TO schedTableCount.
        OPEN INPUT SCHEDULE-FILE.
        IF wsScheduleStatus = "00"
            PERFORM readScheduleAction
            PERFORM addScheduleEntryAction UNTIL scheduleEof
            CLOSE SCHEDULE-FILE
        END-IF.

    readScheduleAction.
        READ SCHEDULE-FILE
            AT END
                SET scheduleEof TO TRUE
        END-READ.

    addScheduleEntryAction.
        IF schedTableCount < 200
            AND (wsFilterCourse = SPACES
                OR SchedCourseCode = wsFilterCourse)
            ADD 1 TO schedTableCount
            MOVE SchedCourseCode TO schedTabCourse(schedTableCount)
            MOVE SchedDay TO schedTabDay(schedTableCount)
            MOVE SchedStart TO schedTabStart(schedTableCount)
            MOVE SchedEnd TO schedTabEnd(schedTableCount)
            MOVE SchedRoom TO schedTabRoom(schedTableCount)
        END-IF.
        PERFORM readScheduleAction.

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

    loadEnrollmentTableAction.
*>      Only enrollments on a scheduled course are held, in ENROLL
*>      key order, so each course's students print in id order.
        MOVE 0 TO enrollTableCount.
        OPEN INPUT ENROLLMENT-FILE.
        IF wsEnrollStatus = "00"
            PERFORM readEnrollmentAction
            PERFORM addEnrollmentEntryAction UNTIL enrollEof
            CLOSE ENROLLMENT-FILE
        ELSE
            DISPLAY "No enrollment file on record - " wsEnrollStatus
        END-IF.

    readEnrollmentAction.
        READ ENROLLMENT-FILE
            AT END
                SET enrollEof TO TRUE
        END-READ.

    addEnrollmentEntryAction.
        IF wsFilterTerm = SPACES OR EnrollTermCode = wsFilterTerm
            PERFORM VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
                    OR schedTabCourse(schedTableIndex) = EnrollCourseCode
                CONTINUE
            END-PERFORM
            IF schedTableIndex NOT > schedTableCount
                IF enrollTableCount < 3000
                    ADD 1 TO enrollTableCount
                    MOVE EnrollCourseCode
                        TO enrollTabCourse(enrollTableCount)
                    MOVE EnrollStudentId
                        TO enrollTabStudent(enrollTableCount)
                ELSE
                    ADD 1 TO wsEnrollDropped
                END-IF
            END-IF
        END-IF.
        PERFORM readEnrollmentAction.

    printOneDateAction.
        SET CalDayOfWeek TO TRUE.
        MOVE wsSessionDate TO CalDate.
        CALL "CalendarService" USING calendarArea.
        MOVE CalWeekday TO wsSessionWeekday.
        SET CalIsBusinessDay TO TRUE.
        CALL "CalendarService" USING calendarArea.
        IF wsSessionWeekday < 6 AND NOT CalIsBusiness
            ADD 1 TO wsHolidaysSkipped
        ELSE
            PERFORM VARYING schedTableIndex FROM 1 BY 1
                UNTIL schedTableIndex > schedTableCount
                    OR sheetTableCount >= 3000
                IF schedTabDay(schedTableIndex) = wsSessionWeekday
                    PERFORM printMeetingSheetAction
                END-IF
            END-PERFORM
        END-IF.
        IF sheetTableCount < 3000
            SET CalAddCalendar TO TRUE
            MOVE wsSessionDate TO CalDate
            MOVE 1 TO CalDaysRequested
            CALL "CalendarService" USING calendarArea
            MOVE CalResultDate TO wsSessionDate
        END-IF.

    printMeetingSheetAction.
        PERFORM findExistingSheetAction.
        MOVE "N" TO duplicateCopySwitch.
        IF sheetFoundIndex > 0
            IF sheetTabLoaded(sheetFoundIndex)
                ADD 1 TO wsAlreadyLoaded
            ELSE
                SET duplicateCopy TO TRUE
                PERFORM printSheetAction
                ADD 1 TO wsDuplicatesPrinted
            END-IF
        ELSE
            MOVE 0 TO wsSheetStudents
            PERFORM VARYING enrollTableIndex FROM 1 BY 1
                UNTIL enrollTableIndex > enrollTableCount
                IF enrollTabCourse(enrollTableIndex)
                        = schedTabCourse(schedTableIndex)
                    ADD 1 TO wsSheetStudents
                END-IF
            END-PERFORM
            IF wsSheetStudents = 0
                ADD 1 TO wsEmptyMeetings
            ELSE
                PERFORM issueSheetAction
                PERFORM printSheetAction
                ADD 1 TO wsSheetsPrinted
            END-IF
        END-IF.

    findExistingSheetAction.
        MOVE 0 TO sheetFoundIndex.
        PERFORM VARYING sheetTableIndex FROM 1 BY 1
            UNTIL sheetTableIndex > sheetTableCount
                OR sheetFoundIndex > 0
            IF sheetTabCourse(sheetTableIndex)
                    = schedTabCourse(schedTableIndex)
                AND sheetTabDate(sheetTableIndex) = wsSessionDate
                AND sheetTabStart(sheetTableIndex)
                    = schedTabStart(schedTableIndex)
                MOVE sheetTableIndex TO sheetFoundIndex
            END-IF
        END-PERFORM.

    issueSheetAction.
        MOVE wsNextSerial TO wsCheckDigitNumber.
        PERFORM computeCheckDigitAction.
        MOVE wsNextSerial TO wsSheetSerial.
        MOVE checkDigitExpected TO wsSheetCheck.
        ADD 1 TO wsNextSerial.
        ADD 1 TO sheetTableCount.
        MOVE sheetTableCount TO sheetFoundIndex.
        MOVE wsSheetRefValue TO sheetTabRef(sheetFoundIndex).
        MOVE schedTabCourse(schedTableIndex)
            TO sheetTabCourse(sheetFoundIndex).
        MOVE wsSessionDate TO sheetTabDate(sheetFoundIndex).
        MOVE schedTabStart(schedTableIndex)
            TO sheetTabStart(sheetFoundIndex).
        MOVE schedTabEnd(schedTableIndex) TO sheetTabEnd(sheetFoundIndex).
        MOVE schedTabRoom(schedTableIndex)
            TO sheetTabRoom(sheetFoundIndex).
        MOVE wsFilterTerm TO sheetTabTerm(sheetFoundIndex).
        MOVE wsSheetStudents TO sheetTabStudentCount(sheetFoundIndex).
        SET sheetTabIssued(sheetFoundIndex) TO TRUE.
        MOVE wsRunDate TO sheetTabIssuedDate(sheetFoundIndex).
        MOVE 0 TO sheetTabLoadedDate(sheetFoundIndex).
        MOVE 0 TO sheetTabMarkCount(sheetFoundIndex).
        SET sheetsChanged TO TRUE.

    printSheetAction.
        MOVE sheetTabCourse(sheetFoundIndex) TO TutLookCourse.
        MOVE sheetTabTerm(sheetFoundIndex) TO TutLookTerm.
        CALL "TutorLookup" USING tutorLookupArea.
        MOVE "(title not on file)" TO wsCourseTitle.
        PERFORM VARYING courseTableIndex FROM 1 BY 1
            UNTIL courseTableIndex > courseTableCount
            IF courseTableCode(courseTableIndex)
                    = sheetTabCourse(sheetFoundIndex)
                MOVE courseTableTitle(courseTableIndex) TO wsCourseTitle
            END-IF
        END-PERFORM.

        MOVE SPACES TO wsListLine.
        IF duplicateCopy
            STRING "ATTENDANCE REGISTER - DUPLICATE COPY"
                       DELIMITED BY SIZE
                   "       Sheet ref: " DELIMITED BY SIZE
                   sheetTabRef(sheetFoundIndex) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            STRING "ATTENDANCE REGISTER" DELIMITED BY SIZE
                   "                        Sheet ref: "
                       DELIMITED BY SIZE
                   sheetTabRef(sheetFoundIndex) DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        END-IF.
        WRITE RegisterLine FROM wsListLine.
        MOVE "=====================" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Course: " DELIMITED BY SIZE
               sheetTabCourse(sheetFoundIndex) DELIMITED BY SIZE
               " - "      DELIMITED BY SIZE
               wsCourseTitle DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Date:   " DELIMITED BY SIZE
               sheetTabDate(sheetFoundIndex) DELIMITED BY SIZE
               "   Time: " DELIMITED BY SIZE
               sheetTabStart(sheetFoundIndex) DELIMITED BY SIZE
               "-"        DELIMITED BY SIZE
               sheetTabEnd(sheetFoundIndex) DELIMITED BY SIZE
               "   Room: " DELIMITED BY SIZE
               sheetTabRoom(sheetFoundIndex) DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        IF TutLookFound
            STRING "Tutor:  "        DELIMITED BY SIZE
                   TutLookTutorName  DELIMITED BY SIZE
                   " ("              DELIMITED BY SIZE
                   TutLookTutorId    DELIMITED BY SPACE
                   ")"               DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
        ELSE
            MOVE "Tutor:  (no tutor assigned)" TO wsListLine
        END-IF.
        WRITE RegisterLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        WRITE RegisterLine FROM wsColumnHeading.

        MOVE 0 TO wsSheetStudents.
        PERFORM VARYING enrollTableIndex FROM 1 BY 1
            UNTIL enrollTableIndex > enrollTableCount
            IF enrollTabCourse(enrollTableIndex)
                    = sheetTabCourse(sheetFoundIndex)
                PERFORM printStudentLineAction
            END-IF
        END-PERFORM.

        MOVE SPACES TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE wsSheetStudents TO wsEditCount.
        MOVE SPACES TO wsListLine.
        STRING "  "        DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " student(s).  Mark every line present or absent and "
                           DELIMITED BY SIZE
               "return"    DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE RegisterLine FROM wsListLine.
        MOVE "  this sheet to the office.  Do not add names - send late"
            TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE "  enrollments to the office instead."
            TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE "Tutor signature: ______________________________"
            TO wsListLine.
        WRITE RegisterLine FROM wsListLine.
        MOVE ALL "-" TO wsListLine.
        WRITE RegisterLine FROM wsListLine.

    printStudentLineAction.
        ADD 1 TO wsSheetStudents.
        MOVE enrollTabStudent(enrollTableIndex) TO wsStudentLineId.
        MOVE enrollTabStudent(enrollTableIndex)
            TO StudentId OF StudentMasterRecord.
        IF masterOpen
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "(not on master)" TO wsStudentLineSurname
                    MOVE SPACES TO wsStudentLineForename
                NOT INVALID KEY
                    MOVE Surname OF StudentMasterRecord
                        TO wsStudentLineSurname
                    MOVE Forename OF StudentMasterRecord
                        TO wsStudentLineForename
            END-READ
        ELSE
            MOVE SPACES TO wsStudentLineSurname
            MOVE SPACES TO wsStudentLineForename
        END-IF.
        WRITE RegisterLine FROM wsStudentLine.

    saveSheetFileAction.
        OPEN OUTPUT SHEET-FILE.
        PERFORM writeOneSheetAction
            VARYING sheetTableIndex FROM 1 BY 1
            UNTIL sheetTableIndex > sheetTableCount.
        CLOSE SHEET-FILE.

    writeOneSheetAction.
        MOVE sheetTabRef(sheetTableIndex) TO SheetRef.
        MOVE sheetTabCourse(sheetTableIndex) TO SheetCourse.
        MOVE sheetTabDate(sheetTableIndex) TO SheetDate.
        MOVE sheetTabStart(sheetTableIndex) TO SheetStart.
        MOVE sheetTabEnd(sheetTableIndex) TO SheetEnd.
        MOVE sheetTabRoom(sheetTableIndex) TO SheetRoom.
        MOVE sheetTabTerm(sheetTableIndex) TO SheetTerm.
        MOVE sheetTabStudentCount(sheetTableIndex) TO SheetStudentCount.
        MOVE sheetTabStatus(sheetTableIndex) TO SheetStatus.
        MOVE sheetTabIssuedDate(sheetTableIndex) TO SheetIssuedDate.
        MOVE sheetTabLoadedDate(sheetTableIndex) TO SheetLoadedDate.
        MOVE sheetTabMarkCount(sheetTableIndex) TO SheetMarkCount.
        WRITE SheetRecord.

    computeCheckDigitAction.
*>      The weighting nextStudentId uses for student ids: digits 1-6
*>      weighted 7 down to 2, remainders 0 and 1 giving 0.
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
