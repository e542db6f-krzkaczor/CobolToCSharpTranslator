*> letter still posts.  A selection whose template or student cannot
*> be found anywhere is counted and listed rather than silently
*> skipped.
*>
*> A selection may also be addressed to an applicant rather than a
*> student: an A in the addressee byte after the course code means
*> the id is an applicant number, and the name and address come from
*> the APPLMAST applicant file instead - this is how ApplicantMaint's
*> offer letters (APPOFFER) are printed.  A blank addressee byte, as
*> every other run writes, means a student.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

    SELECT APPLICANT-FILE ASSIGN TO "APPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ApplicantId
        FILE STATUS IS wsApplicantStatus.

    SELECT COURSE-FILE ASSIGN TO "COURSES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCourseStatus.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).
    05  SelAddressee    PIC X.
        88 SelForApplicant VALUE "A".

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

FD  APPLICANT-FILE.
01  ApplicantRecord.
    COPY APPLICNT.

FD  COURSE-FILE.
01  CourseRecord.
    COPY COURSE.
01 wsTemplateStatus PIC XX VALUE "00".
01 wsSelectionStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsApplicantStatus PIC XX VALUE "00".
01 wsCourseStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsLetterStatus PIC XX VALUE "00".
        GOBACK
    END-IF.
    OPEN INPUT STUDENT-MASTER.
    OPEN INPUT APPLICANT-FILE.
    OPEN OUTPUT LETTER-FILE.

    PERFORM readSelectionAction.
    IF wsMasterStatus = "00"
        CLOSE STUDENT-MASTER
    END-IF.
    IF wsApplicantStatus = "00"
        CLOSE APPLICANT-FILE
    END-IF.
    CLOSE SELECTION-FILE.
    DISPLAY "Letters printed: " wsLettersCount
        "  skipped: " wsSkippedCount.
                    SelTemplate " for student " SelStudentId
            WHEN NOT studentKnown
                ADD 1 TO wsSkippedCount
                IF SelForApplicant
                    DISPLAY "Selection skipped - applicant "
                        SelStudentId " not on file (template "
                        SelTemplate ")"
                ELSE
                    DISPLAY "Selection skipped - student "
                        SelStudentId " not on the master (template "
                        SelTemplate ")"
                END-IF
            WHEN OTHER
                PERFORM writeWholeLetterAction
        END-EVALUATE.

    lookupStudentAction.
        MOVE "N" TO studentKnownSwitch.
        IF SelForApplicant
            PERFORM lookupApplicantAction
        ELSE
            PERFORM lookupMasterAction
        END-IF.

    lookupMasterAction.
        IF wsMasterStatus = "00"
            MOVE SelStudentId TO StudentId OF StudentMasterRecord
            READ STUDENT-MASTER
            CLOSE HISTORY-FILE
        END-IF.

    lookupApplicantAction.
*>      The applicant's name and address are moved into the student
*>      fields the substitution reads, so a template is written the
*>      same way whoever it is addressed to.
        IF wsApplicantStatus = "00"
            MOVE SelStudentId TO ApplicantId
            READ APPLICANT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET studentKnown TO TRUE
                    INITIALIZE StudentMasterRecord
                    MOVE ApplicantId
                        TO StudentId OF StudentMasterRecord
                    MOVE ApplSurname TO Surname OF StudentMasterRecord
                    MOVE ApplForename
                        TO Forename OF StudentMasterRecord
                    MOVE ApplAddressLine1
                        TO AddressLine1 OF StudentMasterRecord
                    MOVE ApplAddressLine2
                        TO AddressLine2 OF StudentMasterRecord
                    MOVE ApplTown TO Town OF StudentMasterRecord
                    MOVE ApplPostcode
                        TO Postcode OF StudentMasterRecord
            END-READ
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
