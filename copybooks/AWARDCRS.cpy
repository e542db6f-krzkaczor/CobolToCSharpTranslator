    02  AwardCrsAwardCode   PIC X(4).
    02  AwardCrsCourseCode  PIC X(4).
    02  AwardCrsType        PIC X.
        88 AwardCrsRequired VALUE "R".
        88 AwardCrsOptional VALUE "O".
