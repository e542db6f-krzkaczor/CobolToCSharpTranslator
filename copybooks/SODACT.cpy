    05  SodActionValues.
        10 FILLER PIC X(40)
            VALUE "PAYKEY  Receipt keyed (CASHRCPT)".
        10 FILLER PIC X(40)
            VALUE "SUSPCLR Suspense item cleared (SIGNSUSP)".
        10 FILLER PIC X(40)
            VALUE "CALCPOSTCalculator posting (CALCARCH)".
        10 FILLER PIC X(40)
            VALUE "STUAMENDStudent amended (STUAUDIT)".
        10 FILLER PIC X(40)
            VALUE "WDREQ   Withdrawal requested (WDDECIDE)".
        10 FILLER PIC X(40)
            VALUE "WDAPPR  Withdrawal approved (WDDECIDE)".
    05  SodActionTable REDEFINES SodActionValues.
        10 SodActionEntry OCCURS 6 TIMES.
           15 SodActionCode     PIC X(8).
           15 SodActionTitle    PIC X(32).
