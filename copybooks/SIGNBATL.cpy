    05  BatlBatchReference  PIC X(10).
    05  BatlAccountId       PIC X(8).
    05  BatlReference       PIC X(10).
    05  BatlDate            PIC 9(8).
    05  BatlAmount          PIC S9(7)V99.
