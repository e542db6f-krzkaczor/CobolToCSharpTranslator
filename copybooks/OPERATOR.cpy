    02  OperatorFailCount   PIC 9(2).
    02  OperatorLockedOut   PIC X.
        88 OperatorIsLockedOut VALUE "Y".
    02  OperatorPermWriteOff PIC X.
        88 MayWriteOff      VALUE "Y".
    02  OperatorManager     PIC X(8).
    02  OperatorRecertDate  PIC 9(8).
