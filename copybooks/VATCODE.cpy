    05  VatCode             PIC X(2).
    05  VatRate             PIC 9(2)V99.
    05  VatEffectiveDate    PIC 9(8).
    05  VatDescription      PIC X(20).
