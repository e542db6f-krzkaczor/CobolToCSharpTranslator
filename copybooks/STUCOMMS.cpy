    05  CommsStudentId      PIC 9(7).
    05  CommsMobile         PIC X(14).
    05  CommsEmail          PIC X(50).
    05  CommsPreference     PIC X.
        88 CommsPrefersSms  VALUE "S".
        88 CommsPrefersEmail VALUE "E".
        88 CommsLetterOnly  VALUE "L".
    05  CommsUpdatedDate    PIC 9(8).
