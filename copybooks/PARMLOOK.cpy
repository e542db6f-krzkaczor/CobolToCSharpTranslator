    02  ParmLookProgram     PIC X(20).
    02  ParmLookName        PIC X(16).
    02  ParmLookDate        PIC 9(8).
    02  ParmLookValue       PIC X(20).
    02  ParmLookNumeric REDEFINES ParmLookValue.
        03  ParmLookNumber  PIC 9(9)V99.
        03  FILLER          PIC X(9).
    02  ParmLookEffective   PIC 9(8).
    02  ParmLookFoundSwitch PIC X.
        88 ParmLookFound    VALUE "Y".
