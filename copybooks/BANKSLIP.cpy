    05  SlipReference       PIC X(10).
    05  SlipDate            PIC 9(8).
    05  SlipCashierId       PIC X(8).
    05  SlipCashAmount      PIC 9(7)V99.
    05  SlipChequeAmount    PIC 9(7)V99.
    05  SlipChequeCount     PIC 9(4).
    05  SlipTotal           PIC 9(7)V99.
