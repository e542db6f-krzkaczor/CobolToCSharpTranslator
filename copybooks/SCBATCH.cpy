    02  BatchRef                PIC X(8).
    02  BatchEntryOperator      PIC X(8).
    02  BatchEntryDate          PIC 9(8).
    02  BatchEntryCount         PIC 9(5).
    02  BatchVerifyOperator     PIC X(8).
    02  BatchVerifyDate         PIC 9(8).
    02  BatchVerifyCount        PIC 9(5).
    02  BatchStatus             PIC X.
        88 BatchEntered         VALUE "E".
        88 BatchRekeyed         VALUE "K".
        88 BatchMismatched      VALUE "M".
        88 BatchVerified        VALUE "V".
    02  BatchComparedDate       PIC 9(8).
