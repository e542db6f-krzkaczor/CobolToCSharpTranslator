    05  ReceiptCashierId    PIC X(8).
    05  ReceiptNumber       PIC 9(6).
    05  ReceiptDate         PIC 9(8).
    05  ReceiptAccountId    PIC X(8).
    05  ReceiptAmount       PIC 9(7)V99.
    05  ReceiptTender       PIC X.
        88 tenderCash       VALUE "C".
        88 tenderCheque     VALUE "Q".
        88 tenderCard       VALUE "K".
        88 tenderValid      VALUES "C", "Q", "K".
    05  ReceiptReference    PIC X(10).
