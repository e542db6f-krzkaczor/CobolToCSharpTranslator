*> relationship as its own section with a count, and the run ends
*> with RETURN-CODE 8 when anything was found so the schedule can
*> shout.
*>
*> Modification history:
*> - CNCLASS is keyed on student, course and term; a result finding
*>   carries the whole key and the full record image.
*> - SIGNHIST and SIGNBAL amounts now carry pounds and pence; the
*>   layouts follow.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ClassKey
        FILE STATUS IS wsSourceStatus.

    SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"

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

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  BALANCE-FILE.
01  BalanceRecord.
            ADD 1 TO wsSectionCount
            MOVE "CNCLASS" TO FindFileName
            MOVE SPACES TO FindKey
            MOVE ClassKey TO FindKey(1:17)
            MOVE SPACES TO FindImage
            MOVE ClassificationRecord TO FindImage(1:73)
            WRITE FindingRecord
            MOVE SPACES TO wsListLine
            STRING "  student " DELIMITED BY SIZE
                   ClassStudentId DELIMITED BY SIZE
                   " course "   DELIMITED BY SIZE
                   ClassCourseCode DELIMITED BY SIZE
                   " term "     DELIMITED BY SIZE
                   ClassTermCode DELIMITED BY SIZE
                   " band "     DELIMITED BY SIZE
                   ClassBand    DELIMITED BY SIZE
                   INTO wsListLine
