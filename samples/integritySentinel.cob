*> crashes on it.  Each of STUMAST, ENROLL, SIGNBAL, CNCLASS, CALCBAL
*> and OPERMAST is read end to end; the record count is compared with
*> the count the SENTCTL control file remembers from the last run,
*> and a move of more than the SWING-PCT setting on the PARMMAST
*> parameter master (default 20 percent) is flagged.  The control
*> file is rewritten with tonight's counts and SENTRPT carries the
*> verdicts.  The run ends with the worst case -
*> RETURN-CODE 8 when a master would not read through, 4 when a count
*> swung past the threshold - so the scheduler's stop-on-error steps
*> hold the dependent jobs.  A file absent on both nights passes: an
*> empty shop is not corruption.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its swing percentage
*>   from the old SENTPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ClassKey
        FILE STATUS IS wsSubjectStatus.

    SELECT CALC-BALANCE-FILE ASSIGN TO "CALCBAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsControlStatus.

    SELECT SENTINEL-REPORT-FILE ASSIGN TO "SENTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

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
    05  SentFileName PIC X(8).
    05  SentCount    PIC 9(7).

FD  SENTINEL-REPORT-FILE.
01  SentinelReportLine  PIC X(80).

WORKING-STORAGE SECTION.
01 wsSubjectStatus PIC XX VALUE "00".
01 wsControlStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 subjectEofSwitch PIC X VALUE "N".

01 wsSwingPct PIC 9(3) VALUE 20.

01 parmLookArea.
    COPY PARMLOOK.

01 ctlTableCount PIC 9(2) VALUE 0.
01 ctlTableIndex PIC 9(2) VALUE 0.
01 ctlFoundIndex PIC 9(2) VALUE 0.
    GOBACK.

    loadParameterAction.
        MOVE "IntegritySentinel" TO ParmLookProgram.
        MOVE "SWING-PCT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsSwingPct
        END-IF.

    loadControlTableAction.
