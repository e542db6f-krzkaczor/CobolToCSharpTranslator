    02  CandNumber              PIC X(8).
    02  CandEntryKey.
        03  CandStudentId       PIC 9(7).
        03  CandCourseCode      PIC X(4).
        03  CandTermCode        PIC X(6).
    02  CandIssuedDate          PIC 9(8).
