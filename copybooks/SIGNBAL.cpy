    05  BalanceAccountId    PIC X(8).
    05  BalanceAmount       PIC S9(7)V99.
    05  BalanceStatus       PIC X.
        88 AccountOpen      VALUES "O", SPACE.
        88 AccountFrozen    VALUE "F".
        88 AccountClosed    VALUE "C".
    05  BalanceCurrency     PIC X(3).
        88 SterlingAccount  VALUE SPACES.
    05  BalanceCurrencyAmount PIC S9(7)V99.
    05  BalanceDisputeSwitch PIC X.
        88 AccountInDispute VALUE "Y".
    05  BalanceClass        PIC X.
        88 BalanceSheetAccount VALUES "B", SPACE.
        88 IncomeExpenseAccount VALUE "I".
