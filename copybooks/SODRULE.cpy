    05  SodRuleId           PIC X(4).
    05  SodActionA          PIC X(8).
    05  SodActionB          PIC X(8).
    05  SodMatchOn          PIC X.
        88 SodMatchAccount  VALUE "A".
        88 SodMatchReference VALUE "R".
    05  SodDescription      PIC X(40).
