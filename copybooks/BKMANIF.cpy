    05  ManSetDate          PIC 9(8).
    05  ManSetTime          PIC 9(8).
    05  ManFileName         PIC X(8).
    05  ManFileState        PIC X.
        88 ManFilePresent   VALUE "P".
        88 ManFileAbsent    VALUE "A".
        88 ManFileUnreadable VALUE "U".
    05  ManRecordCount      PIC 9(7).
    05  ManHashTotal        PIC 9(12).
    05  ManHashField        PIC X(20).
