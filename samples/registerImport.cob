IDENTIFICATION DIVISION.
PROGRAM-ID.  RegisterImport.

*> Batch load of returned attendance registers.  The office keys or
*> scans each marked RegisterPrint sheet into the REGMARKS flat file,
*> one line per student: the sheet reference from the head of the
*> sheet, the student id and the mark (P or A).  Each line is checked
*> and the clean marks are appended to ATTEND under the sheet's
*> course and date, exactly as AttendanceEntry would have written
*> them.  Failures go to the REGREJ reject listing with the line and
*> the reason, the way ScoreImport lists board rejects:
*>
*>   - the sheet reference fails its modulus-11 check digit, or was
*>     never issued (not on REGSHEET);
*>   - the sheet was loaded by an earlier run - the whole sheet is
*>     refused, so a sheet keyed twice never doubles the marks;
*>   - the student is not enrolled on the sheet's course (for the
*>     sheet's term, when it was printed for one);
*>   - the mark is not P or A, or the student is marked twice on
*>     the one sheet.
*>
*> A sheet is recorded as loaded on REGSHEET, with the date and the
*> number of marks taken, once any of its lines is accepted; its
*> lines are expected together in the file, and a sheet that turns
*> up again further down is refused as already loaded.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MARK-FILE ASSIGN TO "REGMARKS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMarkStatus.

    SELECT SHEET-FILE ASSIGN TO "REGSHEET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSheetStatus.

    SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EnrollKey
        FILE STATUS IS wsEnrollStatus.

    SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttendStatus.

    SELECT REJECT-FILE ASSIGN TO "REGREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRejectStatus.

DATA DIVISION.
FILE SECTION.
FD  MARK-FILE.
01  MarkRecord.
    05  MarkSheetRef     PIC X(7).
    05  MarkStudentId    PIC X(7).
    05  MarkValue        PIC X.

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

FD  ENROLLMENT-FILE.
01  EnrollmentRecord.
    02  EnrollKey.
        03  EnrollStudentId  PIC 9(7).
        03  EnrollCourseCode PIC X(4).
    02  EnrollDate           PIC 9(8).
    02  EnrollTermCode       PIC X(6).

FD  ATTENDANCE-FILE.
01  AttendanceRecord.
    05  AttendCourseCode PIC X(4).
    05  AttendDate       PIC 9(8).
    05  AttendStudentId  PIC 9(7).
    05  AttendMark       PIC X.
        88 markedPresent VALUE "P".
        88 markedAbsent  VALUE "A".

FD  REJECT-FILE.
01  RejectRecord.
    05  RejectSheetRef     PIC X(7).
    05  FILLER             PIC X VALUE SPACE.
    05  RejectStudentId    PIC X(7).
    05  FILLER             PIC X VALUE SPACE.
    05  RejectMark         PIC X.
    05  FILLER             PIC X VALUE SPACE.
    05  RejectReason       PIC X(40).

WORKING-STORAGE SECTION.
01 wsMarkStatus PIC XX VALUE "00".
01 wsSheetStatus PIC XX VALUE "00".
01 wsEnrollStatus PIC XX VALUE "00".
01 wsAttendStatus PIC XX VALUE "00".
01 wsRejectStatus PIC XX VALUE "00".

01 markEofSwitch PIC X VALUE "N".
   88 markEof VALUE "Y".
01 sheetEofSwitch PIC X VALUE "N".
   88 sheetEof VALUE "Y".
01 sheetsChangedSwitch PIC X VALUE "N".
   88 sheetsChanged VALUE "Y".
01 enrollOpenSwitch PIC X VALUE "N".
   88 enrollOpen VALUE "Y".

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

*> The sheet whose lines are being read, and the students already
*> marked on it in this run.
01 wsCurrentSheetRef PIC X(7) VALUE SPACES.
01 wsCurrentSheetIndex PIC 9(4) VALUE 0.
01 wsSheetRefusal PIC X(40) VALUE SPACES.
01 markedTableCount PIC 9(3) VALUE 0.
01 markedTableIndex PIC 9(3) VALUE 0.
01 markedTable.
    05 markedTabStudent OCCURS 500 TIMES PIC 9(7).

01 wsEntryId PIC 9(7) VALUE 0.
01 wsEntryMark PIC X VALUE SPACE.
01 wsRejectReason PIC X(40) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsReadCount PIC 9(5) VALUE 0.
01 wsImportedCount PIC 9(5) VALUE 0.
01 wsRejectedCount PIC 9(5) VALUE 0.
01 wsSheetsLoaded PIC 9(5) VALUE 0.
01 wsSheetsOutstanding PIC 9(5) VALUE 0.

01 wsSheetRefArea.
   05 wsSheetRefNumber PIC 9(7).
01 wsSheetRefDigits REDEFINES wsSheetRefArea.
   05 wsSheetRefDigit OCCURS 7 TIMES PIC 9.
01 checkDigitWeightIndex PIC 9 VALUE 1.
01 checkDigitWeightTotal PIC 9(4) VALUE 0.
01 checkDigitQuotient PIC 9(4) VALUE 0.
01 checkDigitRemainder PIC 9(2) VALUE 0.
01 checkDigitExpected PIC 9 VALUE 0.
01 checkDigitValidSwitch PIC X VALUE "N".
   88 checkDigitValid VALUE "Y".

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadSheetTableAction.
    IF sheetTableCount = 0
        DISPLAY "No sheets on REGSHEET - nothing has been issued to "
            "load against.  Run refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF wsSheetsNotLoaded > 0
        DISPLAY "*************************************************"
        DISPLAY "** SHEET FILE HOLDS MORE THAN THE TABLE - "
            wsSheetsNotLoaded " RECORD(S) NOT LOADED."
        DISPLAY "** RUN REFUSED - NOTHING IMPORTED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT MARK-FILE.
    IF wsMarkStatus NOT = "00"
        DISPLAY "No returned registers to import - " wsMarkStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ENROLLMENT-FILE.
    IF wsEnrollStatus = "00"
        SET enrollOpen TO TRUE
    END-IF.
    OPEN EXTEND ATTENDANCE-FILE.
    IF wsAttendStatus NOT = "00"
        OPEN OUTPUT ATTENDANCE-FILE
    END-IF.
    OPEN OUTPUT REJECT-FILE.

    PERFORM readMarkAction.
    PERFORM importOneMarkAction UNTIL markEof.

    CLOSE REJECT-FILE.
    CLOSE ATTENDANCE-FILE.
    IF enrollOpen
        CLOSE ENROLLMENT-FILE
    END-IF.
    CLOSE MARK-FILE.
    IF sheetsChanged
        PERFORM saveSheetFileAction
    END-IF.
    PERFORM VARYING sheetTableIndex FROM 1 BY 1
        UNTIL sheetTableIndex > sheetTableCount
        IF sheetTabIssued(sheetTableIndex)
            AND sheetTabDate(sheetTableIndex) < wsRunDate
            ADD 1 TO wsSheetsOutstanding
        END-IF
    END-PERFORM.

    DISPLAY "=====================".
    DISPLAY " Register import totals"
    DISPLAY " Lines read       : " wsReadCount
    DISPLAY " Marks loaded     : " wsImportedCount
    DISPLAY " Sheets loaded    : " wsSheetsLoaded
    DISPLAY " Rejected         : " wsRejectedCount
    DISPLAY " Past sheets still out : " wsSheetsOutstanding
    DISPLAY "=====================".
    IF wsRejectedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

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
        ELSE
            ADD 1 TO wsSheetsNotLoaded
        END-IF.
        PERFORM readSheetAction.

    readMarkAction.
        READ MARK-FILE
            AT END
                SET markEof TO TRUE
        END-READ.

    importOneMarkAction.
        ADD 1 TO wsReadCount.
        IF MarkSheetRef NOT = wsCurrentSheetRef
            PERFORM startSheetAction
        END-IF.
        MOVE wsSheetRefusal TO wsRejectReason.
        IF wsRejectReason = SPACES
            PERFORM checkMarkLineAction
        END-IF.
        IF wsRejectReason = SPACES
            PERFORM writeAttendanceAction
        ELSE
            PERFORM writeRejectAction
        END-IF.
        PERFORM readMarkAction.

    startSheetAction.
*>      A new sheet reference: judge the sheet once, and every line
*>      under it carries the same verdict.
        MOVE MarkSheetRef TO wsCurrentSheetRef.
        MOVE 0 TO wsCurrentSheetIndex.
        MOVE 0 TO markedTableCount.
        MOVE SPACES TO wsSheetRefusal.
        IF MarkSheetRef IS NOT NUMERIC
            MOVE "sheet ref not 7 digits" TO wsSheetRefusal
        ELSE
            MOVE MarkSheetRef TO wsSheetRefNumber
            PERFORM validateCheckDigitAction
            IF NOT checkDigitValid
                MOVE "sheet ref fails check digit" TO wsSheetRefusal
            ELSE
                PERFORM findSheetAction
                EVALUATE TRUE
                    WHEN sheetFoundIndex = 0
                        MOVE "sheet ref never issued" TO wsSheetRefusal
                    WHEN sheetTabLoaded(sheetFoundIndex)
                        MOVE "sheet already loaded - whole sheet refused"
                            TO wsSheetRefusal
                    WHEN OTHER
                        MOVE sheetFoundIndex TO wsCurrentSheetIndex
                END-EVALUATE
            END-IF
        END-IF.

    findSheetAction.
        MOVE 0 TO sheetFoundIndex.
        PERFORM VARYING sheetTableIndex FROM 1 BY 1
            UNTIL sheetTableIndex > sheetTableCount
                OR sheetFoundIndex > 0
            IF sheetTabRef(sheetTableIndex) = wsSheetRefNumber
                MOVE sheetTableIndex TO sheetFoundIndex
            END-IF
        END-PERFORM.

    checkMarkLineAction.
        MOVE MarkValue TO wsEntryMark.
        IF wsEntryMark = "p"
            MOVE "P" TO wsEntryMark
        END-IF.
        IF wsEntryMark = "a"
            MOVE "A" TO wsEntryMark
        END-IF.
        IF MarkStudentId IS NOT NUMERIC
            MOVE "student id not 7 digits" TO wsRejectReason
        ELSE
            MOVE MarkStudentId TO wsEntryId
            PERFORM checkEnrollmentAction
        END-IF.
        IF wsRejectReason = SPACES
            AND wsEntryMark NOT = "P" AND wsEntryMark NOT = "A"
            MOVE "mark not P or A" TO wsRejectReason
        END-IF.
        IF wsRejectReason = SPACES
            PERFORM VARYING markedTableIndex FROM 1 BY 1
                UNTIL markedTableIndex > markedTableCount
                IF markedTabStudent(markedTableIndex) = wsEntryId
                    MOVE "student marked twice on the sheet"
                        TO wsRejectReason
                END-IF
            END-PERFORM
        END-IF.

    checkEnrollmentAction.
        IF NOT enrollOpen
            MOVE "no enrollment file to check" TO wsRejectReason
        ELSE
            MOVE wsEntryId TO EnrollStudentId
            MOVE sheetTabCourse(wsCurrentSheetIndex) TO EnrollCourseCode
            READ ENROLLMENT-FILE
                INVALID KEY
                    MOVE SPACES TO wsRejectReason
                    STRING "student not enrolled on "
                               DELIMITED BY SIZE
                           sheetTabCourse(wsCurrentSheetIndex)
                               DELIMITED BY SIZE
                           INTO wsRejectReason
                    END-STRING
                NOT INVALID KEY
                    IF sheetTabTerm(wsCurrentSheetIndex) NOT = SPACES
                        AND EnrollTermCode
                            NOT = sheetTabTerm(wsCurrentSheetIndex)
                        MOVE SPACES TO wsRejectReason
                        STRING "student not enrolled for term "
                                   DELIMITED BY SIZE
                               sheetTabTerm(wsCurrentSheetIndex)
                                   DELIMITED BY SIZE
                               INTO wsRejectReason
                        END-STRING
                    END-IF
            END-READ
        END-IF.

    writeAttendanceAction.
        ADD 1 TO wsImportedCount.
        MOVE sheetTabCourse(wsCurrentSheetIndex) TO AttendCourseCode.
        MOVE sheetTabDate(wsCurrentSheetIndex) TO AttendDate.
        MOVE wsEntryId TO AttendStudentId.
        MOVE wsEntryMark TO AttendMark.
        WRITE AttendanceRecord.
        IF markedTableCount < 500
            ADD 1 TO markedTableCount
            MOVE wsEntryId TO markedTabStudent(markedTableCount)
        END-IF.
        IF NOT sheetTabLoaded(wsCurrentSheetIndex)
            SET sheetTabLoaded(wsCurrentSheetIndex) TO TRUE
            MOVE wsRunDate TO sheetTabLoadedDate(wsCurrentSheetIndex)
            MOVE 0 TO sheetTabMarkCount(wsCurrentSheetIndex)
            ADD 1 TO wsSheetsLoaded
            SET sheetsChanged TO TRUE
        END-IF.
        ADD 1 TO sheetTabMarkCount(wsCurrentSheetIndex).

    writeRejectAction.
        ADD 1 TO wsRejectedCount.
        MOVE MarkSheetRef TO RejectSheetRef.
        MOVE MarkStudentId TO RejectStudentId.
        MOVE MarkValue TO RejectMark.
        MOVE wsRejectReason TO RejectReason.
        WRITE RejectRecord.

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
        IF checkDigitExpected = wsSheetRefDigit(7)
            SET checkDigitValid TO TRUE
        END-IF.

    weighOneDigitAction.
        COMPUTE checkDigitWeightTotal = checkDigitWeightTotal +
            (wsSheetRefDigit(checkDigitWeightIndex)
                * (8 - checkDigitWeightIndex)).
