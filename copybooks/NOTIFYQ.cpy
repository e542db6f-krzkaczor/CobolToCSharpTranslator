    05  NqMessageId         PIC X(20).
    05  NqQueuedDate        PIC 9(8).
    05  NqSource            PIC X(8).
    05  NqTemplate          PIC X(8).
    05  NqStudentId         PIC 9(7).
    05  NqCourseCode        PIC X(4).
    05  NqChannel           PIC X.
        88 NqBySms          VALUE "S".
        88 NqByEmail        VALUE "E".
    05  NqAddress           PIC X(50).
    05  NqDetail            PIC X(40).
