    02  RateLookCurrency    PIC X(3).
    02  RateLookDate        PIC 9(8).
    02  RateLookBuy         PIC 9(3)V9(6).
    02  RateLookEffective   PIC 9(8).
    02  RateLookFoundSwitch PIC X.
        88 RateLookFound    VALUE "Y".
