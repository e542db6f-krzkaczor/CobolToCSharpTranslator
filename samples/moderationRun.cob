*> the CNSCWORK work file so a run that dies leaves the original
*> scores untouched.  A second run against already-moderated records
*> refuses to scale them again.
*>
*> Modification history:
*> - A score that carries its own course (ScoreCourseCode) is scaled
*>   by that course; the master lookup is kept for older score lines
*>   without one.  The course is copied through the work file.
*> - The double-keying batch reference on each score line is copied
*>   through the work file too.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  ScorePremod     PIC 99.
    05  ScoreModerated  PIC X.
    05  ScoreAttempt    PIC 9.
    05  ScoreCourseCode PIC X(4).
    05  ScoreBatchRef   PIC X(8).

FD  SCALE-FILE.
01  ScaleRecord.
    05  WorkPremod      PIC 99.
    05  WorkModerated   PIC X.
    05  WorkAttempt     PIC 9.
    05  WorkCourseCode  PIC X(4).
    05  WorkBatchRef    PIC X(8).

FD  MODERATION-REPORT-FILE.
01  ModerationReportLine PIC X(80).
        MOVE ScorePremod TO WorkPremod.
        MOVE ScoreModerated TO WorkModerated.
        MOVE ScoreAttempt TO WorkAttempt.
        MOVE ScoreCourseCode TO WorkCourseCode.
        MOVE ScoreBatchRef TO WorkBatchRef.
        WRITE WorkScoreRecord.
        PERFORM readScoreAction.

    findScoreCourseAction.
        MOVE ScoreCourseCode TO wsCourseCode.
        IF wsCourseCode = SPACES
            MOVE ScoreStudentId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CourseCode OF StudentMasterRecord
                        TO wsCourseCode
            END-READ
        END-IF.

    findScaleEntryAction.
        MOVE 0 TO scaleFoundIndex.
        MOVE WorkPremod TO ScorePremod.
        MOVE WorkModerated TO ScoreModerated.
        MOVE WorkAttempt TO ScoreAttempt.
        MOVE WorkCourseCode TO ScoreCourseCode.
        MOVE WorkBatchRef TO ScoreBatchRef.
        WRITE ScoreRecord.
        PERFORM readWorkAction.

