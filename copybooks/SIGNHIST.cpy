    05  HistAccountId       PIC X(8).
    05  HistDate            PIC 9(8).
    05  HistAmount          PIC S9(7)V99.
    05  HistReference       PIC X(10).
    05  HistResultingBalance PIC S9(7)V99.
    05  HistCurrency        PIC X(3).
    05  HistCurrencyAmount  PIC S9(7)V99.
    05  HistVatCode         PIC X(2).
    05  HistVatRate         PIC 9(2)V99.
    05  HistVatAmount       PIC S9(7)V99.
