    05  GlLogSequence       PIC 9(6).
    05  GlLogRunDate        PIC 9(8).
    05  GlLogFromDate       PIC 9(8).
    05  GlLogToDate         PIC 9(8).
    05  GlLogRecordCount    PIC 9(6).
    05  GlLogDebitTotal     PIC 9(9)V99.
    05  GlLogCreditTotal    PIC 9(9)V99.
