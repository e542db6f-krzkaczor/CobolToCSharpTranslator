*> date and a summary line closing each document.  This is the record
*> the office pieces together by hand from CNCLASS, ENROLL and
*> STUHIST printouts today.
*>
*> Modification history:
*> - CNCLASS now holds a result per student, course and term, so
*>   every enrollment shows its own score and band: the result is
*>   read for the enrollment's course and term, or under a blank term
*>   for a result recorded before terms were carried.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT HISTORY-FILE ASSIGN TO "STUHIST"

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
   88 enrollEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 classOpenSwitch PIC X VALUE "N".
   88 classOpen VALUE "Y".
01 classFoundSwitch PIC X VALUE "N".
   88 classFound VALUE "Y".

    ELSE
        OPEN INPUT ENROLLMENT-FILE
        OPEN INPUT CLASSIFICATION-FILE
        IF wsClassificationStatus = "00"
            SET classOpen TO TRUE
        END-IF
        PERFORM startMasterRangeAction
        PERFORM printOneTranscriptAction UNTIL masterDone
        CLOSE ENROLLMENT-FILE
        IF classOpen
            CLOSE CLASSIFICATION-FILE
        END-IF
        CLOSE STUDENT-MASTER
        END-PERFORM.

    lookupResultAction.
        MOVE "N" TO classFoundSwitch.
        MOVE "no result recorded" TO wsDetailResult.
        IF classOpen
            MOVE StudentId OF StudentMasterRecord TO ClassStudentId
            MOVE entryCourseCode(entryTableIndex) TO ClassCourseCode
            MOVE entryTerm(entryTableIndex) TO ClassTermCode
            READ CLASSIFICATION-FILE
                KEY IS ClassKey
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET classFound TO TRUE
            END-READ
            IF NOT classFound AND entryTerm(entryTableIndex) NOT = SPACES
                MOVE SPACES TO ClassTermCode
                READ CLASSIFICATION-FILE
                    KEY IS ClassKey
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET classFound TO TRUE
                END-READ
            END-IF
            IF classFound
                ADD 1 TO wsResultCount
                MOVE SPACES TO wsDetailResult
                STRING "score " DELIMITED BY SIZE
