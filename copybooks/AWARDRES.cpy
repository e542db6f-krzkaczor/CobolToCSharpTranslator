    02  AwardResStudentId   PIC 9(7).
    02  AwardResAwardCode   PIC X(4).
    02  AwardResCredits     PIC 9(3).
    02  AwardResMinCredits  PIC 9(3).
    02  AwardResWeighted    PIC 99V99.
    02  AwardResBand        PIC X(17).
    02  AwardResStatus      PIC X.
        88 AwardComplete    VALUE "C".
        88 AwardIncomplete  VALUE "I".
    02  AwardResReason      PIC X(30).
    02  AwardResRunDate     PIC 9(8).
