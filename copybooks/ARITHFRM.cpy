    05  FormulaName         PIC X(12).
    05  FormulaVersion      PIC 9(3).
    05  FormulaVariableName OCCURS 5 TIMES PIC X(8).
    05  FormulaExpression   PIC X(80).
    05  FormulaDescription  PIC X(30).
    05  FormulaChangedDate  PIC 9(8).
    05  FormulaTestedDate   PIC 9(8).
