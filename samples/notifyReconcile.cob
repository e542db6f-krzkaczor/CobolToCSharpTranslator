IDENTIFICATION DIVISION.
PROGRAM-ID.  NotifyReconcile.

*> Matches the messaging gateway's delivery receipts (NOTIFYRC) back
*> against the NOTIFYQ queue that NotifyService builds.  The gateway
*> sends one receipt per message it handled, quoting the message id
*> it was given, with outcome D delivered or U undelivered and the
*> gateway's reason.  A delivered message is finished with.  An
*> undelivered one - or one the gateway has still not receipted after
*> the grace period (the GRACE-DAYS setting on the PARMMAST parameter
*> master, default 2 days) - falls back to the printed letter: a
*> selection record for the same template, student and course is
*> appended to LTRSELCT for the next LetterRun.  Both leave the queue;
*> everything else stays on NOTIFYQ, which is written back, for the next
*> run.  Every settled message and any receipt for a message not on the
*> queue is listed on NOTIFYRP; letter fallbacks or unknown receipts end
*> the run with RETURN-CODE 4.  A queue too big for the table stops the
*> run with RETURN-CODE 8 before anything is changed.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its grace period
*>   from the old NTFYPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsQueueStatus.

    SELECT RECEIPT-FILE ASSIGN TO "NOTIFYRC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptStatus.

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

    SELECT NOTIFY-REPORT-FILE ASSIGN TO "NOTIFYRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  NOTIFY-QUEUE-FILE.
01  NotifyQueueRecord.
    COPY NOTIFYQ.

FD  RECEIPT-FILE.
01  ReceiptRecord.
    05  RcptMessageId   PIC X(20).
    05  RcptOutcome     PIC X.
        88 rcptDelivered   VALUE "D".
        88 rcptUndelivered VALUE "U".
    05  RcptTimestamp   PIC X(19).
    05  RcptReason      PIC X(20).

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).

FD  NOTIFY-REPORT-FILE.
01  NotifyReportLine    PIC X(100).

WORKING-STORAGE SECTION.
01 wsQueueStatus PIC XX VALUE "00".
01 wsReceiptStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 queueEofSwitch PIC X VALUE "N".
   88 queueEof VALUE "Y".
01 receiptEofSwitch PIC X VALUE "N".
   88 receiptEof VALUE "Y".

*> The whole queue is held so it can be written back less whatever
*> this run settles; the record image is kept as read.
01 queueTableCount PIC 9(4) VALUE 0.
01 queueTableIndex PIC 9(4) VALUE 0.
01 queueFoundIndex PIC 9(4) VALUE 0.
01 wsOverflowCount PIC 9(5) VALUE 0.
01 queueTable.
    05 queueTableEntry OCCURS 2000 TIMES.
        10 queueImage      PIC X(146).
        10 queueMessageId  PIC X(20).
        10 queueDate       PIC 9(8).
        10 queueTemplate   PIC X(8).
        10 queueStudentId  PIC 9(7).
        10 queueCourseCode PIC X(4).
        10 queueChannel    PIC X.
        10 queueOutcome    PIC X.
           88 queuePending     VALUE "P".
           88 queueDelivered   VALUE "D".
           88 queueUndelivered VALUE "U".
           88 queueExpired     VALUE "X".
        10 queueReason     PIC X(20).

01 wsGraceDays PIC 9(3) VALUE 2.

01 parmLookArea.
    COPY PARMLOOK.

01 wsAgeDays PIC S9(5) VALUE 0.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDigits REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsAgeDate PIC 9(8) VALUE 0.
01 wsAgeDigits REDEFINES wsAgeDate.
   05 wsAgeYear  PIC 9(4).
   05 wsAgeMonth PIC 9(2).
   05 wsAgeDay   PIC 9(2).

01 wsReceiptCount PIC 9(5) VALUE 0.
01 wsDeliveredCount PIC 9(5) VALUE 0.
01 wsUndeliveredCount PIC 9(5) VALUE 0.
01 wsExpiredCount PIC 9(5) VALUE 0.
01 wsUnknownCount PIC 9(5) VALUE 0.
01 wsPendingCount PIC 9(5) VALUE 0.
01 wsLetterCount PIC 9(5) VALUE 0.

01 wsDetailLine.
   05 FILLER          PIC XX VALUE SPACES.
   05 wsDetailId      PIC X(20).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailStudent PIC 9(7).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailTemplate PIC X(8).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailCourse  PIC X(4).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailChannel PIC X.
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailVerdict PIC X(14).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailReason  PIC X(20).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParameterAction.
    PERFORM loadQueueTableAction.
    IF wsOverflowCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** NOTIFYQ HOLDS MORE THAN 2000 MESSAGES."
        DISPLAY "** NOTHING RECONCILED - THE QUEUE IS UNCHANGED."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT NOTIFY-REPORT-FILE.
    MOVE "Notification delivery reconciliation" TO wsListLine.
    WRITE NotifyReportLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE NotifyReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: "    DELIMITED BY SIZE
           wsRunDate       DELIMITED BY SIZE
           "  grace days: " DELIMITED BY SIZE
           wsGraceDays     DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE NotifyReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    WRITE NotifyReportLine FROM wsListLine.

    PERFORM matchReceiptsAction.
    PERFORM expireUnreceiptedAction
        VARYING queueTableIndex FROM 1 BY 1
        UNTIL queueTableIndex > queueTableCount.

    OPEN EXTEND LETTER-SELECTION-FILE.
    IF wsLetterSelStatus NOT = "00"
        OPEN OUTPUT LETTER-SELECTION-FILE
    END-IF.
    MOVE "Settled messages:" TO wsListLine.
    WRITE NotifyReportLine FROM wsListLine.
    PERFORM settleOneMessageAction
        VARYING queueTableIndex FROM 1 BY 1
        UNTIL queueTableIndex > queueTableCount.
    CLOSE LETTER-SELECTION-FILE.

    PERFORM rewriteQueueAction.
    PERFORM writeTotalsAction.
    CLOSE NOTIFY-REPORT-FILE.

    DISPLAY "Notification reconciliation".
    DISPLAY "=====================".
    DISPLAY "Receipts read:        " wsReceiptCount.
    DISPLAY "Delivered:            " wsDeliveredCount.
    DISPLAY "Undelivered:          " wsUndeliveredCount.
    DISPLAY "No receipt in time:   " wsExpiredCount.
    DISPLAY "Letters selected:     " wsLetterCount.
    DISPLAY "Still on the queue:   " wsPendingCount.
    DISPLAY "Unknown receipts:     " wsUnknownCount.
    DISPLAY "=====================".
    IF wsLetterCount > 0 OR wsUnknownCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        MOVE "NotifyReconcile" TO ParmLookProgram.
        MOVE "GRACE-DAYS" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsGraceDays
        END-IF.

    loadQueueTableAction.
        MOVE 0 TO queueTableCount.
        MOVE "N" TO queueEofSwitch.
        OPEN INPUT NOTIFY-QUEUE-FILE.
        IF wsQueueStatus = "00"
            PERFORM readQueueAction
            PERFORM addQueueEntryAction UNTIL queueEof
            CLOSE NOTIFY-QUEUE-FILE
        END-IF.

    readQueueAction.
        READ NOTIFY-QUEUE-FILE
            AT END
                SET queueEof TO TRUE
        END-READ.

    addQueueEntryAction.
        IF queueTableCount < 2000
            ADD 1 TO queueTableCount
            MOVE NotifyQueueRecord TO queueImage(queueTableCount)
            MOVE NqMessageId TO queueMessageId(queueTableCount)
            MOVE NqQueuedDate TO queueDate(queueTableCount)
            MOVE NqTemplate TO queueTemplate(queueTableCount)
            MOVE NqStudentId TO queueStudentId(queueTableCount)
            MOVE NqCourseCode TO queueCourseCode(queueTableCount)
            MOVE NqChannel TO queueChannel(queueTableCount)
            MOVE "P" TO queueOutcome(queueTableCount)
            MOVE SPACES TO queueReason(queueTableCount)
        ELSE
            ADD 1 TO wsOverflowCount
        END-IF.
        PERFORM readQueueAction.

    matchReceiptsAction.
        MOVE "N" TO receiptEofSwitch.
        OPEN INPUT RECEIPT-FILE.
        IF wsReceiptStatus = "00"
            PERFORM readReceiptAction
            PERFORM matchOneReceiptAction UNTIL receiptEof
            CLOSE RECEIPT-FILE
        ELSE
            MOVE "No delivery receipts on file this run." TO wsListLine
            WRITE NotifyReportLine FROM wsListLine
            MOVE SPACES TO wsListLine
            WRITE NotifyReportLine FROM wsListLine
        END-IF.

    readReceiptAction.
        READ RECEIPT-FILE
            AT END
                SET receiptEof TO TRUE
        END-READ.

    matchOneReceiptAction.
        ADD 1 TO wsReceiptCount.
        MOVE 0 TO queueFoundIndex.
        PERFORM VARYING queueTableIndex FROM 1 BY 1
            UNTIL queueTableIndex > queueTableCount
                OR queueFoundIndex > 0
            IF queueMessageId(queueTableIndex) = RcptMessageId
                AND queuePending(queueTableIndex)
                MOVE queueTableIndex TO queueFoundIndex
            END-IF
        END-PERFORM.
        IF queueFoundIndex = 0
*>          Already settled by an earlier run, or never ours - either
*>          way the files are out of step and someone should look.
            ADD 1 TO wsUnknownCount
            MOVE SPACES TO wsListLine
            STRING "  Receipt for "          DELIMITED BY SIZE
                   RcptMessageId             DELIMITED BY SIZE
                   " - NOT ON THE QUEUE"     DELIMITED BY SIZE
                   INTO wsListLine
            END-STRING
            WRITE NotifyReportLine FROM wsListLine
        ELSE
            MOVE RcptReason TO queueReason(queueFoundIndex)
            EVALUATE TRUE
                WHEN rcptDelivered
                    MOVE "D" TO queueOutcome(queueFoundIndex)
                WHEN OTHER
*>                  Anything but a clean delivery is treated as a
*>                  failure, so the student still hears.
                    MOVE "U" TO queueOutcome(queueFoundIndex)
            END-EVALUATE
        END-IF.
        PERFORM readReceiptAction.

    expireUnreceiptedAction.
        IF queuePending(queueTableIndex)
            MOVE queueDate(queueTableIndex) TO wsAgeDate
            PERFORM computeAgeDaysAction
            IF wsAgeDays > wsGraceDays
                MOVE "X" TO queueOutcome(queueTableIndex)
                MOVE "no receipt" TO queueReason(queueTableIndex)
            END-IF
        END-IF.

    computeAgeDaysAction.
*>      Calendar-month approximation (year 365, month 30), as the
*>      aged-debt report uses; a day either way does not matter here.
        COMPUTE wsAgeDays =
            ((wsRunYear - wsAgeYear) * 365)
            + ((wsRunMonth - wsAgeMonth) * 30)
            + (wsRunDay - wsAgeDay).

    settleOneMessageAction.
        EVALUATE TRUE
            WHEN queuePending(queueTableIndex)
                ADD 1 TO wsPendingCount
            WHEN queueDelivered(queueTableIndex)
                ADD 1 TO wsDeliveredCount
                MOVE "delivered" TO wsDetailVerdict
                PERFORM writeDetailLineAction
            WHEN queueUndelivered(queueTableIndex)
                ADD 1 TO wsUndeliveredCount
                MOVE "UNDELIVERED" TO wsDetailVerdict
                PERFORM writeDetailLineAction
                PERFORM selectLetterAction
            WHEN queueExpired(queueTableIndex)
                ADD 1 TO wsExpiredCount
                MOVE "NO RECEIPT" TO wsDetailVerdict
                PERFORM writeDetailLineAction
                PERFORM selectLetterAction
        END-EVALUATE.

    writeDetailLineAction.
        MOVE queueMessageId(queueTableIndex) TO wsDetailId.
        MOVE queueStudentId(queueTableIndex) TO wsDetailStudent.
        MOVE queueTemplate(queueTableIndex) TO wsDetailTemplate.
        MOVE queueCourseCode(queueTableIndex) TO wsDetailCourse.
        MOVE queueChannel(queueTableIndex) TO wsDetailChannel.
        MOVE queueReason(queueTableIndex) TO wsDetailReason.
        WRITE NotifyReportLine FROM wsDetailLine.

    selectLetterAction.
        MOVE queueTemplate(queueTableIndex) TO SelTemplate.
        MOVE queueStudentId(queueTableIndex) TO SelStudentId.
        MOVE queueCourseCode(queueTableIndex) TO SelCourseCode.
        WRITE SelectionRecord.
        ADD 1 TO wsLetterCount.

    rewriteQueueAction.
        OPEN OUTPUT NOTIFY-QUEUE-FILE.
        PERFORM VARYING queueTableIndex FROM 1 BY 1
            UNTIL queueTableIndex > queueTableCount
            IF queuePending(queueTableIndex)
                MOVE queueImage(queueTableIndex) TO NotifyQueueRecord
                WRITE NotifyQueueRecord
            END-IF
        END-PERFORM.
        CLOSE NOTIFY-QUEUE-FILE.

    writeTotalsAction.
        IF wsDeliveredCount + wsUndeliveredCount + wsExpiredCount = 0
            MOVE "  (none)" TO wsListLine
            WRITE NotifyReportLine FROM wsListLine
        END-IF.
        MOVE SPACES TO wsListLine.
        WRITE NotifyReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Delivered "        DELIMITED BY SIZE
               wsDeliveredCount    DELIMITED BY SIZE
               "  undelivered "    DELIMITED BY SIZE
               wsUndeliveredCount  DELIMITED BY SIZE
               "  no receipt "     DELIMITED BY SIZE
               wsExpiredCount      DELIMITED BY SIZE
               "  still queued "   DELIMITED BY SIZE
               wsPendingCount      DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE NotifyReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Letters selected on LTRSELCT: " DELIMITED BY SIZE
               wsLetterCount                    DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE NotifyReportLine FROM wsListLine.
