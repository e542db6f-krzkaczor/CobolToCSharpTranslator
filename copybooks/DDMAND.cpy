    05  MandateReference    PIC X(18).
    05  MandateAccountId    PIC X(8).
    05  MandatePayerName    PIC X(18).
    05  MandateSortCode     PIC 9(6).
    05  MandateBankAccount  PIC 9(8).
    05  MandateStatus       PIC X.
        88 mandateActive    VALUE "A".
        88 mandateSuspended VALUE "S".
        88 mandateCancelled VALUE "C".
    05  MandateFailCount    PIC 9(2).
    05  MandateSetUpDate    PIC 9(8).
    05  MandateLastCollected PIC 9(8).
    05  MandateCollectCount PIC 9(4).
    05  MandateOperatorId   PIC X(8).
