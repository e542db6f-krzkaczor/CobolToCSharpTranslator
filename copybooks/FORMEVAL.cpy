    02  FevFunctionCode     PIC X.
        88 FevCheckOnly     VALUE "C".
        88 FevEvaluate      VALUE "E".
    02  FevExpression       PIC X(80).
    02  FevVariable OCCURS 5 TIMES.
        03 FevVariableName  PIC X(8).
        03 FevVariableValue PIC S9(7)V99.
    02  FevRoundingMode     PIC X.
    02  FevResult           PIC S9(7)V99.
    02  FevStatusCode       PIC X.
        88 FevOk            VALUE "0".
        88 FevSizeError     VALUE "1".
        88 FevBadRemainder  VALUE "2".
        88 FevBadOperation  VALUE "9".
        88 FevExpressionError VALUE "E".
    02  FevErrorPosition    PIC 9(2).
    02  FevErrorText        PIC X(30).
