IDENTIFICATION DIVISION.
PROGRAM-ID.  StuCommsMaint.

*> Maintains the STUCOMMS messaging contacts NotifyService reads to
*> reach a student by text or email: the student's mobile number,
*> email address and preferred channel - (S)ms, (E)mail or (L)etter
*> only, for a student who has asked not to be messaged.  The student
*> must be on the master.  Creates the file on first use; a blank
*> student id ends the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMS-FILE ASSIGN TO "STUCOMMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CommsStudentId
        FILE STATUS IS wsCommsStatus.

    SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS wsMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  COMMS-FILE.
01  CommsRecord.
    COPY STUCOMMS.

FD  STUDENT-MASTER.
01  StudentMasterRecord.
    COPY STUDENT.

WORKING-STORAGE SECTION.
01 wsCommsStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".

01 wsIdInput PIC X(7) VALUE SPACES.
01 wsStudentId PIC 9(7) VALUE 0.
01 wsPreferenceInput PIC X VALUE SPACE.
01 commsFoundSwitch PIC X VALUE "N".
   88 commsFound VALUE "Y".
01 studentFoundSwitch PIC X VALUE "N".
   88 studentFound VALUE "Y".
01 runDoneSwitch PIC X VALUE "N".
   88 runDone VALUE "Y".
01 wsChangedCount PIC 9(3) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Student messaging contact maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN INPUT STUDENT-MASTER.
    IF wsMasterStatus NOT = "00"
        DISPLAY "No student master on file - " wsMasterStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O COMMS-FILE.
    IF wsCommsStatus = "35"
        OPEN OUTPUT COMMS-FILE
        CLOSE COMMS-FILE
        OPEN I-O COMMS-FILE
        DISPLAY "New messaging contact file created."
    END-IF.
    PERFORM maintainOneStudentAction UNTIL runDone.
    CLOSE COMMS-FILE.
    CLOSE STUDENT-MASTER.
    DISPLAY "Contacts added or amended: " wsChangedCount.
    STOP RUN.

    maintainOneStudentAction.
        DISPLAY "Student id (blank to finish):".
        ACCEPT wsIdInput.
        IF wsIdInput = SPACES
            SET runDone TO TRUE
        ELSE
            IF wsIdInput IS NOT NUMERIC
                DISPLAY "Please enter the seven-digit student id."
            ELSE
                MOVE wsIdInput TO wsStudentId
                PERFORM findStudentAction
                IF studentFound
                    PERFORM findContactAction
                    PERFORM captureContactAction
                    PERFORM saveContactAction
                END-IF
            END-IF
        END-IF.

    findStudentAction.
        MOVE "N" TO studentFoundSwitch.
        MOVE wsStudentId TO StudentId OF StudentMasterRecord.
        READ STUDENT-MASTER
            INVALID KEY
                DISPLAY "Student " wsStudentId " is not on the master."
            NOT INVALID KEY
                SET studentFound TO TRUE
                DISPLAY Forename OF StudentMasterRecord " "
                    Surname OF StudentMasterRecord
        END-READ.

    findContactAction.
        MOVE "N" TO commsFoundSwitch.
        MOVE wsStudentId TO CommsStudentId.
        READ COMMS-FILE
            KEY IS CommsStudentId
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET commsFound TO TRUE
                DISPLAY "Amending - mobile " CommsMobile
                DISPLAY "           email  " CommsEmail
                DISPLAY "           prefers " CommsPreference
        END-READ.

    captureContactAction.
        MOVE wsStudentId TO CommsStudentId.
        DISPLAY "Mobile number (blank if none):".
        ACCEPT CommsMobile.
        DISPLAY "Email address (blank if none):".
        ACCEPT CommsEmail.
        MOVE SPACE TO wsPreferenceInput.
        PERFORM UNTIL wsPreferenceInput = "S" OR wsPreferenceInput = "E"
                OR wsPreferenceInput = "L"
            DISPLAY "Prefers (S)ms, (E)mail or (L)etter only?"
            ACCEPT wsPreferenceInput
            INSPECT wsPreferenceInput CONVERTING "sel" TO "SEL"
            IF wsPreferenceInput = "S" AND CommsMobile = SPACES
                DISPLAY "No mobile number held for a text."
                MOVE SPACE TO wsPreferenceInput
            END-IF
            IF wsPreferenceInput = "E" AND CommsEmail = SPACES
                DISPLAY "No email address held for an email."
                MOVE SPACE TO wsPreferenceInput
            END-IF
        END-PERFORM.
        MOVE wsPreferenceInput TO CommsPreference.
        MOVE wsRunDate TO CommsUpdatedDate.

    saveContactAction.
        IF commsFound
            REWRITE CommsRecord
                INVALID KEY
                    DISPLAY "Contact update failed, status "
                        wsCommsStatus
                NOT INVALID KEY
                    ADD 1 TO wsChangedCount
            END-REWRITE
        ELSE
            WRITE CommsRecord
                INVALID KEY
                    DISPLAY "Contact write failed, status "
                        wsCommsStatus
                NOT INVALID KEY
                    ADD 1 TO wsChangedCount
            END-WRITE
        END-IF.
