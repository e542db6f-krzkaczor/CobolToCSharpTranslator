IDENTIFICATION DIVISION.
PROGRAM-ID.  NotifyService.

*> Shared notification service, callable the same way TutorLookup
*> is, so every run that tells a student something by text or email
*> queues it the same way.  The caller passes a NOTIFY area with the
*> student id, the message template (ABSALERT, WLOFFER, FEEREMND,
*> RESULTS, ...), the course code where there is one, its own name
*> and up to forty characters of detail for the template - a reply-by
*> date, an amount owed.  The student's STUCOMMS record decides the
*> channel: email when they prefer it and one is held, otherwise
*> their mobile, otherwise email; letter-only students and students
*> with no STUCOMMS record get none.
*>
*>   NotifyQueued   - the message is on the NOTIFYQ queue for the
*>                    messaging gateway, with NotifyChannel (S or E)
*>                    and the NotifyMessageId the gateway's delivery
*>                    receipt will quote back to NotifyReconcile;
*>   NotifyByLetter - nothing was queued and the caller should write
*>                    its LTRSELCT selection record as before.
*>
*> STUCOMMS is opened on the first call and kept for the run; each
*> message is appended to NOTIFYQ the way StuJournal appends.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMS-FILE ASSIGN TO "STUCOMMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CommsStudentId
        FILE STATUS IS wsCommsStatus.

    SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsQueueStatus.

DATA DIVISION.
FILE SECTION.
FD  COMMS-FILE.
01  CommsRecord.
    COPY STUCOMMS.

FD  NOTIFY-QUEUE-FILE.
01  NotifyQueueRecord.
    COPY NOTIFYQ.

WORKING-STORAGE SECTION.
01 wsCommsStatus PIC XX VALUE "00".
01 wsQueueStatus PIC XX VALUE "00".

01 firstCallSwitch PIC X VALUE "Y".
   88 firstCall VALUE "Y".
01 commsOpenSwitch PIC X VALUE "N".
   88 commsOpen VALUE "Y".

*> Message ids are the date and time, to the hundredth, of the run's
*> first call plus a running number, so no two runs can issue the
*> same id.
01 wsMessageId.
   05 wsMessageDate  PIC 9(6) VALUE 0.
   05 wsMessageTime  PIC 9(8) VALUE 0.
   05 wsMessageSeq   PIC 9(6) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsAddress PIC X(50) VALUE SPACES.

01 dateTimeArea.
    COPY DATETIME.

LINKAGE SECTION.
01 NotifyArea.
    COPY NOTIFY.

PROCEDURE DIVISION USING NotifyArea.
Begin.
    IF firstCall
        PERFORM firstCallAction
    END-IF.
    SET NotifyByLetter TO TRUE.
    MOVE SPACE TO NotifyChannel.
    MOVE SPACES TO NotifyMessageId.
    IF commsOpen
        MOVE NotifyStudentId TO CommsStudentId
        READ COMMS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM chooseChannelAction
        END-READ
    END-IF.
    IF NotifyChannel NOT = SPACE
        PERFORM queueMessageAction
    END-IF.
    GOBACK.

    firstCallAction.
        MOVE "N" TO firstCallSwitch.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtDate TO wsRunDate.
        MOVE DtDate(3:6) TO wsMessageDate.
        MOVE DtTime TO wsMessageTime.
*>      No contact file yet means every student gets a letter.
        OPEN INPUT COMMS-FILE.
        IF wsCommsStatus = "00"
            SET commsOpen TO TRUE
        END-IF.

    chooseChannelAction.
        EVALUATE TRUE
            WHEN CommsLetterOnly
                CONTINUE
            WHEN CommsPrefersEmail AND CommsEmail NOT = SPACES
                MOVE "E" TO NotifyChannel
                MOVE CommsEmail TO wsAddress
            WHEN CommsMobile NOT = SPACES
                MOVE "S" TO NotifyChannel
                MOVE CommsMobile TO wsAddress
            WHEN CommsEmail NOT = SPACES
                MOVE "E" TO NotifyChannel
                MOVE CommsEmail TO wsAddress
        END-EVALUATE.

    queueMessageAction.
        ADD 1 TO wsMessageSeq.
        MOVE wsMessageId TO NqMessageId.
        MOVE wsRunDate TO NqQueuedDate.
        MOVE NotifySource TO NqSource.
        MOVE NotifyTemplate TO NqTemplate.
        MOVE NotifyStudentId TO NqStudentId.
        MOVE NotifyCourseCode TO NqCourseCode.
        MOVE NotifyChannel TO NqChannel.
        MOVE wsAddress TO NqAddress.
        MOVE NotifyDetail TO NqDetail.
        OPEN EXTEND NOTIFY-QUEUE-FILE.
        IF wsQueueStatus NOT = "00"
            OPEN OUTPUT NOTIFY-QUEUE-FILE
        END-IF.
        IF wsQueueStatus = "00"
            WRITE NotifyQueueRecord
            CLOSE NOTIFY-QUEUE-FILE
            SET NotifyQueued TO TRUE
            MOVE wsMessageId TO NotifyMessageId
        ELSE
*>          A queue that cannot be written must not swallow the
*>          message - the caller falls back to its letter.
            MOVE SPACE TO NotifyChannel
        END-IF.
