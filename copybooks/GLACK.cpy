    05  AckRecordType       PIC X.
    05  AckSequence         PIC 9(6).
    05  AckStatus           PIC X.
        88 ackAccepted      VALUE "A".
        88 ackRejected      VALUE "R".
    05  AckRecordCount      PIC 9(6).
    05  AckReason           PIC X(30).
