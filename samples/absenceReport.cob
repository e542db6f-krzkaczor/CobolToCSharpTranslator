*> student-and-course pairing's sessions and presents are tallied and
*> the students whose attendance percentage falls below the keyed
*> threshold are listed with their name from the master and the
*> course title from COURSES.  The threshold is the AbsenceReport
*> THRESHOLD-PCT setting on the PARMMAST parameter master, read
*> through ParmService, and defaults to 80 when no setting is in
*> force.  The report lands on ABSRPT.  Each
*> student listed is also sent an ABSALERT absence alert, by text or
*> email through NotifyService where their messaging contact allows
*> and otherwise as an ABSALERT selection record on LTRSELCT for the
*> LetterRun correspondence engine.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its threshold from
*>   the old ABSPRM card onto PARMMAST, effective on the day it runs, so
*>   the value in use is kept rather than falling back to the built-in
*>   default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

    SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
01  CourseRecord.
    COPY COURSE.

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).

FD  ABSENCE-REPORT-FILE.
01  AbsenceReportLine   PIC X(100).
01 wsAttendStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".

01 attendEofSwitch PIC X VALUE "N".
   88 attendEof VALUE "Y".

01 wsThresholdPct PIC 99 VALUE 80.

01 parmLookArea.
    COPY PARMLOOK.

01 courseTableCount PIC 9(3) VALUE 0.
01 courseTableIndex PIC 9(3) VALUE 0.
01 courseTable.

01 wsAttendancePct PIC 9(3) VALUE 0.
01 wsBelowCount PIC 9(5) VALUE 0.
01 wsQueuedCount PIC 9(5) VALUE 0.
01 wsLetterCount PIC 9(5) VALUE 0.
01 wsEditPct PIC ZZ9.

01 notifyArea.
    COPY NOTIFY.

01 wsDetailLine.
   05 FILLER           PIC X(2) VALUE SPACES.

    PERFORM tallyAttendanceAction.
    OPEN INPUT STUDENT-MASTER.
    OPEN EXTEND LETTER-SELECTION-FILE.
    IF wsLetterSelStatus NOT = "00"
        OPEN OUTPUT LETTER-SELECTION-FILE
    END-IF.
    PERFORM reportOneTallyAction
        VARYING tallyTableIndex FROM 1 BY 1
        UNTIL tallyTableIndex > tallyTableCount.
    IF wsMasterStatus = "00"
        CLOSE STUDENT-MASTER
    END-IF.
    CLOSE LETTER-SELECTION-FILE.

    IF wsBelowCount = 0
        MOVE "  No student below the threshold." TO wsListLine
           INTO wsListLine
    END-STRING.
    WRITE AbsenceReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Alerts messaged: "   DELIMITED BY SIZE
           wsQueuedCount         DELIMITED BY SIZE
           "  selected for letter: " DELIMITED BY SIZE
           wsLetterCount         DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE AbsenceReportLine FROM wsListLine.
    IF wsDroppedMarkCount > 0
        MOVE SPACES TO wsListLine
        STRING "** WARNING: tally table full - " DELIMITED BY SIZE
    GOBACK.

    loadThresholdAction.
        MOVE "AbsenceReport" TO ParmLookProgram.
        MOVE "THRESHOLD-PCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            MOVE ParmLookNumber TO wsThresholdPct
        END-IF.

    loadCourseTableAction.
            IF wsAttendancePct < wsThresholdPct
                ADD 1 TO wsBelowCount
                PERFORM writeShortfallLineAction
                PERFORM sendAbsenceAlertAction
            END-IF
        END-IF.

        MOVE wsCourseTitle TO wsDetailTitle.
        MOVE wsAttendancePct TO wsDetailPct.
        WRITE AbsenceReportLine FROM wsDetailLine.

    sendAbsenceAlertAction.
        MOVE tallyStudentId(tallyTableIndex) TO NotifyStudentId.
        MOVE "ABSALERT" TO NotifyTemplate.
        MOVE tallyCourseCode(tallyTableIndex) TO NotifyCourseCode.
        MOVE "ABSENCE" TO NotifySource.
        MOVE wsAttendancePct TO wsEditPct.
        MOVE SPACES TO NotifyDetail.
        STRING "Attendance "  DELIMITED BY SIZE
               wsEditPct      DELIMITED BY SIZE
               "% on "        DELIMITED BY SIZE
               wsCourseTitle  DELIMITED BY SIZE
               INTO NotifyDetail
        END-STRING.
        CALL "NotifyService" USING notifyArea.
        IF NotifyQueued
            ADD 1 TO wsQueuedCount
        ELSE
            MOVE "ABSALERT" TO SelTemplate
            MOVE tallyStudentId(tallyTableIndex) TO SelStudentId
            MOVE tallyCourseCode(tallyTableIndex) TO SelCourseCode
            WRITE SelectionRecord
            ADD 1 TO wsLetterCount
        END-IF.
