    05  SodDefaultValues.
        10 FILLER PIC X(21) VALUE "SD01PAYKEY  SUSPCLR R".
        10 FILLER PIC X(40)
            VALUE "Receipt keyed and its suspense cleared".
        10 FILLER PIC X(21) VALUE "SD02CALCPOSTSUSPCLR R".
        10 FILLER PIC X(40)
            VALUE "Ledger posting and its suspense cleared".
        10 FILLER PIC X(21) VALUE "SD03STUAMENDWDAPPR  A".
        10 FILLER PIC X(40)
            VALUE "Student amended and withdrawal approved".
        10 FILLER PIC X(21) VALUE "SD04WDREQ   WDAPPR  A".
        10 FILLER PIC X(40)
            VALUE "Withdrawal requested and approved".
    05  SodDefaultTable REDEFINES SodDefaultValues.
        10 SodDefaultRule OCCURS 4 TIMES PIC X(61).
