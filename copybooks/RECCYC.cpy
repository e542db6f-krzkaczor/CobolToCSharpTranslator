    05  CycleId             PIC X(6).
    05  CycleStartDate      PIC 9(8).
    05  CycleDueDate        PIC 9(8).
    05  CycleState          PIC X.
        88 CycleIsOpen      VALUE "O".
        88 CycleIsClosed    VALUE "C".
    05  CycleClosedDate     PIC 9(8).
