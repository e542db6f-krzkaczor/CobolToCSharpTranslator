    02  AwardDefCode        PIC X(4).
    02  AwardDefTitle       PIC X(20).
    02  AwardDefMinCredits  PIC 9(3).
