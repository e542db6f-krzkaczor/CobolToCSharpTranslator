    05  RevlBatchReference  PIC X(10).
    05  RevlOriginalReference PIC X(10).
    05  RevlReversalReference.
        10  RevlReversalPrefix  PIC XX.
        10  RevlReversalSequence PIC 9(8).
    05  RevlRunDate         PIC 9(8).
    05  RevlLineCount       PIC 9(5).
    05  RevlDebitTotal      PIC 9(9)V99.
    05  RevlCreditTotal     PIC 9(9)V99.
