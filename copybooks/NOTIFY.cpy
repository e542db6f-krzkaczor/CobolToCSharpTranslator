    02  NotifyStudentId     PIC 9(7).
    02  NotifyTemplate      PIC X(8).
    02  NotifyCourseCode    PIC X(4).
    02  NotifySource        PIC X(8).
    02  NotifyDetail        PIC X(40).
    02  NotifyResult        PIC X.
        88 NotifyQueued     VALUE "Q".
        88 NotifyByLetter   VALUE "L".
    02  NotifyChannel       PIC X.
    02  NotifyMessageId     PIC X(20).
