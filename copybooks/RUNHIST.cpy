    05  HistNightDate       PIC 9(8).
    05  HistStepName        PIC X(8).
    05  HistLogLine         PIC 9(6).
    05  HistStartTime       PIC 9(8).
    05  HistEndTime         PIC 9(8).
    05  HistDuration        PIC 9(8).
    05  HistReturnCode      PIC 9(4).
