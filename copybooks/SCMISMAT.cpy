    02  MisKey.
        03  MisBatchRef         PIC X(8).
        03  MisStudentId        PIC 9(7).
        03  MisCourseCode       PIC X(4).
    02  MisFirstScore           PIC X(2).
    02  MisSecondScore          PIC X(2).
    02  MisStatus               PIC X.
        88 MisUnresolved        VALUE "U".
        88 MisResolved          VALUE "R".
    02  MisAgreedScore          PIC 99.
    02  MisResolvedBy           PIC X(8).
    02  MisResolvedDate         PIC 9(8).
