*> writes a DISCLOSE line to the ACCESSLG access log - operator,
*> student, date-time - so a records request itself leaves a record
*> of who looked.
*>
*> Modification history:
*> - CNCLASS now holds a result per student, course and term, so the
*>   classification section lists every result held for the student
*>   (with its term) instead of the single one the old key allowed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT DISCLOSURE-FILE ASSIGN TO "DISCRPT"

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
    discloseClassificationAction.
        MOVE "Classification results (CNCLASS)" TO wsSectionTitle.
        PERFORM writeSectionHeaderAction.
        MOVE "N" TO sectionFoundSwitch.
        MOVE "N" TO fileEofSwitch.
        OPEN INPUT CLASSIFICATION-FILE.
        IF wsClassificationStatus NOT = "00"
            SET fileEof TO TRUE
        ELSE
            MOVE wsSubjectId TO ClassStudentId
            MOVE LOW-VALUES TO ClassCourseCode
            MOVE LOW-VALUES TO ClassTermCode
            START CLASSIFICATION-FILE
                KEY IS GREATER THAN OR EQUAL TO ClassKey
                INVALID KEY
                    SET fileEof TO TRUE
            END-START
            PERFORM discloseOneResultAction UNTIL fileEof
            CLOSE CLASSIFICATION-FILE
        END-IF.
        IF NOT sectionFound
            PERFORM writeNotFoundAction
        END-IF.

    discloseOneResultAction.
        READ CLASSIFICATION-FILE NEXT RECORD
            AT END
                SET fileEof TO TRUE
        END-READ.
        IF NOT fileEof
            IF ClassStudentId = wsSubjectId
                SET sectionFound TO TRUE
                MOVE SPACES TO wsListLine
                STRING "  Score "       DELIMITED BY SIZE
                       ClassScore       DELIMITED BY SIZE
                       " classified "   DELIMITED BY SIZE
                       ClassBand        DELIMITED BY SIZE
                       " on course "    DELIMITED BY SIZE
                       ClassCourseCode  DELIMITED BY SIZE
                       " term "         DELIMITED BY SIZE
                       ClassTermCode    DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE DisclosureLine FROM wsListLine
            ELSE
                SET fileEof TO TRUE
            END-IF
        END-IF.
