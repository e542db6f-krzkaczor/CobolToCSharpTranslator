    02  TermRecordCode  PIC X(6).
    02  TermStartDate   PIC 9(8).
    02  TermEndDate     PIC 9(8).
    02  TermResultsDate PIC 9(8).
