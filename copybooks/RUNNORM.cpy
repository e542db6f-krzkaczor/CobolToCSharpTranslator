    05  NormStepName        PIC X(8).
    05  NormAverage         PIC 9(8).
    05  NormWorst           PIC 9(8).
    05  NormWorstDate       PIC 9(8).
    05  NormSamples         PIC 9(3).
    05  NormLastDuration    PIC 9(8).
    05  NormLastDate        PIC 9(8).
