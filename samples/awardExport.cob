*> date, and counted so the office can chase it.  The companion
*> AwardingBodyAck run matches the body's acknowledgement file back
*> against this export.
*>
*> Modification history:
*> - CNCLASS now holds a result per student, course and term, so a
*>   student who completes two courses is exported with a D record
*>   for each, every one carrying its own course, score and band.
*>   The master lookup no longer stops after the first student found
*>   missing from it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
FILE SECTION.
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
01 wsMasterStatus PIC XX VALUE "00".
01 wsExportStatus PIC XX VALUE "00".

01 masterOpenSwitch PIC X VALUE "N".
   88 masterOpen VALUE "Y".
01 classEofSwitch PIC X VALUE "N".
   88 classEof VALUE "Y".

        GOBACK
    END-IF.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus = "00"
        SET masterOpen TO TRUE
    END-IF.
    OPEN OUTPUT EXPORT-FILE.
    MOVE wsRunDate TO wsHeaderDate.
    WRITE ExportRecord FROM wsHeaderRecord.
    MOVE wsExportedCount TO wsTrailerCount.
    WRITE ExportRecord FROM wsTrailerRecord.
    CLOSE EXPORT-FILE.
    IF masterOpen
        CLOSE STUDENT-MASTER
    END-IF.
    CLOSE CLASSIFICATION-FILE.
        MOVE ClassScore TO wsDetailScore.
        MOVE ClassBand TO wsDetailBand.
        MOVE 0 TO wsDetailDob.
        IF masterOpen
            MOVE ClassStudentId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                INVALID KEY
