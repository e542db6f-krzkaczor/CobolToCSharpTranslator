    05  ParmCatValues.
        10 FILLER PIC X(36)
            VALUE "AbsenceReport       THRESHOLD-PCT   ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000990002      80        ".
        10 FILLER PIC X(30)
            VALUE "Attendance % below threshold".
        10 FILLER PIC X(36)
            VALUE "AccessRecertStart   GRACE-DAYS      ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      30        ".
        10 FILLER PIC X(30)
            VALUE "Days allowed to attest access".
        10 FILLER PIC X(36)
            VALUE "ApplConvert         OFFICE-CODE     ".
        10 FILLER PIC X(38)
            VALUE "A000000000000000000008      ADMIT     ".
        10 FILLER PIC X(30)
            VALUE "Office on applicant batches".
        10 FILLER PIC X(36)
            VALUE "ArithBatch          ROUNDING-MODE   ".
        10 FILLER PIC X(38)
            VALUE "C000000000000000000001TR    T         ".
        10 FILLER PIC X(30)
            VALUE "T truncate, R round - shared".
        10 FILLER PIC X(36)
            VALUE "ArithSplit          STREAM-COUNT    ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000040001      2         ".
        10 FILLER PIC X(30)
            VALUE "Parallel ArithBatch streams".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        ATTEND-PCT      ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000990002      80        ".
        10 FILLER PIC X(30)
            VALUE "Attendance % counted at risk".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        ARREARS-AMOUNT  ".
        10 FILLER PIC X(38)
            VALUE "N000000000099999990007      1         ".
        10 FILLER PIC X(30)
            VALUE "Arrears pounds counted at risk".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        ATTEND-WEIGHT   ".
        10 FILLER PIC X(38)
            VALUE "N000000000000000090001      4         ".
        10 FILLER PIC X(30)
            VALUE "Rating weight - attendance".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        SCORE-WEIGHT    ".
        10 FILLER PIC X(38)
            VALUE "N000000000000000090001      3         ".
        10 FILLER PIC X(30)
            VALUE "Rating weight - scores".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        FEES-WEIGHT     ".
        10 FILLER PIC X(38)
            VALUE "N000000000000000090001      3         ".
        10 FILLER PIC X(30)
            VALUE "Rating weight - fees".
        10 FILLER PIC X(36)
            VALUE "AtRiskReport        MINIMUM-RATING  ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000990002      3         ".
        10 FILLER PIC X(30)
            VALUE "Rating that lists a student".
        10 FILLER PIC X(36)
            VALUE "BankReconcile       TOLERANCE-DAYS  ".
        10 FILLER PIC X(38)
            VALUE "N000000000000000990002      3         ".
        10 FILLER PIC X(30)
            VALUE "Date tolerance for a match".
        10 FILLER PIC X(36)
            VALUE "BatchWindowWatch    TARGET-END      ".
        10 FILLER PIC X(38)
            VALUE "H000000000000023590004      0600      ".
        10 FILLER PIC X(30)
            VALUE "Batch window end time HHMM".
        10 FILLER PIC X(36)
            VALUE "BatchWindowWatch    OVERRUN-PCT     ".
        10 FILLER PIC X(38)
            VALUE "N000001010000009990003      150       ".
        10 FILLER PIC X(30)
            VALUE "Step run-time % that flags".
        10 FILLER PIC X(36)
            VALUE "BudgetVariance      THRESHOLD-PCT   ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      10        ".
        10 FILLER PIC X(30)
            VALUE "Variance % that is reported".
        10 FILLER PIC X(36)
            VALUE "ConditionalNames    BORDER-MARGIN   ".
        10 FILLER PIC X(38)
            VALUE "N000000000000000990002      2         ".
        10 FILLER PIC X(30)
            VALUE "Marks over a boundary reviewed".
        10 FILLER PIC X(36)
            VALUE "CourseViability     WARNING-DAYS    ".
        10 FILLER PIC X(38)
            VALUE "N000000000000009990003      14        ".
        10 FILLER PIC X(30)
            VALUE "Days before start to warn".
        10 FILLER PIC X(36)
            VALUE "CurrencyRevalue     GAIN-LOSS-ACCT  ".
        10 FILLER PIC X(38)
            VALUE "A000000000000000000008      none      ".
        10 FILLER PIC X(30)
            VALUE "Exchange gain/loss account".
        10 FILLER PIC X(36)
            VALUE "DdCollect           SERVICE-USER    ".
        10 FILLER PIC X(38)
            VALUE "N000000010009999990006      none      ".
        10 FILLER PIC X(30)
            VALUE "Bank service user number".
        10 FILLER PIC X(36)
            VALUE "DdReturns           MAX-FAILURES    ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000990002      2         ".
        10 FILLER PIC X(30)
            VALUE "Unpaids before suspension".
        10 FILLER PIC X(36)
            VALUE "FundingClaim        MIN-ATTEND-PCT  ".
        10 FILLER PIC X(38)
            VALUE "N000000010000001000003      75        ".
        10 FILLER PIC X(30)
            VALUE "Attendance % needed to claim".
        10 FILLER PIC X(36)
            VALUE "FundingClaim        PROVIDER-REF    ".
        10 FILLER PIC X(38)
            VALUE "A000000000000000000008      none      ".
        10 FILLER PIC X(30)
            VALUE "Provider ref on claim header".
        10 FILLER PIC X(36)
            VALUE "GlInterface         SOURCE-CODE     ".
        10 FILLER PIC X(38)
            VALUE "A000000000000000000004      SFEE      ".
        10 FILLER PIC X(30)
            VALUE "Ledger journal source code".
        10 FILLER PIC X(36)
            VALUE "IntegritySentinel   SWING-PCT       ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      20        ".
        10 FILLER PIC X(30)
            VALUE "Control total move % alerted".
        10 FILLER PIC X(36)
            VALUE "LateCharge          GRACE-DAYS      ".
        10 FILLER PIC X(38)
            VALUE "N000000000000009990003      0         ".
        10 FILLER PIC X(30)
            VALUE "Days overdue before a charge".
        10 FILLER PIC X(36)
            VALUE "LateCharge          CHARGE-PCT      ".
        10 FILLER PIC X(38)
            VALUE "N200000000100000999904      none      ".
        10 FILLER PIC X(30)
            VALUE "Late charge % of overdue".
        10 FILLER PIC X(36)
            VALUE "LateCharge          MINIMUM-CHARGE  ".
        10 FILLER PIC X(38)
            VALUE "N200000000000009999905      0.00      ".
        10 FILLER PIC X(30)
            VALUE "Smallest charge raised".
        10 FILLER PIC X(36)
            VALUE "NotifyReconcile     GRACE-DAYS      ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      2         ".
        10 FILLER PIC X(30)
            VALUE "Days to wait for a receipt".
        10 FILLER PIC X(36)
            VALUE "OperSignOn          MAX-FAILURES    ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000990002      3         ".
        10 FILLER PIC X(30)
            VALUE "Failed sign-ons before lockout".
        10 FILLER PIC X(36)
            VALUE "OperSignOn          PIN-EXPIRY-DAYS ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      90        ".
        10 FILLER PIC X(30)
            VALUE "Days before a PIN must change".
        10 FILLER PIC X(36)
            VALUE "OperatorProductivityHIGHLIGHT-FACTOR".
        10 FILLER PIC X(38)
            VALUE "N100000001000000099002      2.0       ".
        10 FILLER PIC X(30)
            VALUE "Times the average marked".
        10 FILLER PIC X(36)
            VALUE "RateMaint           TOLERANCE-PCT   ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      10        ".
        10 FILLER PIC X(30)
            VALUE "Rate move % to be confirmed".
        10 FILLER PIC X(36)
            VALUE "RateMaint           MAX-AGE-DAYS    ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      7         ".
        10 FILLER PIC X(30)
            VALUE "Days before a rate is stale".
        10 FILLER PIC X(36)
            VALUE "RunTimeTrend        GROWTH-PCT      ".
        10 FILLER PIC X(38)
            VALUE "N000000010000009990003      20        ".
        10 FILLER PIC X(30)
            VALUE "Weekly growth % flagged".
        10 FILLER PIC X(36)
            VALUE "UtilizationTrend    CAPTURE-COUNT   ".
        10 FILLER PIC X(38)
            VALUE "N000000010000000100002      5         ".
        10 FILLER PIC X(30)
            VALUE "Capture dates compared".
        10 FILLER PIC X(36)
            VALUE "WriteOffPropose     MIN-AGE-DAYS    ".
        10 FILLER PIC X(38)
            VALUE "N000000010000099990004      180       ".
        10 FILLER PIC X(30)
            VALUE "Oldest charge age proposed".
        10 FILLER PIC X(36)
            VALUE "WriteOffPropose     MIN-AMOUNT      ".
        10 FILLER PIC X(38)
            VALUE "N200000000199999999909      100.00    ".
        10 FILLER PIC X(30)
            VALUE "Smallest balance proposed".
        10 FILLER PIC X(36)
            VALUE "WriteOffPropose     APPROVAL-LIMIT  ".
        10 FILLER PIC X(38)
            VALUE "N200000000199999999909      500.00    ".
        10 FILLER PIC X(30)
            VALUE "Above this a manager approves".
        10 FILLER PIC X(36)
            VALUE "YearEndClose        RETAINED-ACCOUNT".
        10 FILLER PIC X(38)
            VALUE "A000000000000000000008      none      ".
        10 FILLER PIC X(30)
            VALUE "Retained balance account".
    05  ParmCatTable REDEFINES ParmCatValues.
        10 ParmCatEntry OCCURS 39 TIMES.
           15 ParmCatProgram    PIC X(20).
           15 ParmCatName       PIC X(16).
           15 ParmCatType       PIC X.
              88 ParmCatNumeric VALUE "N".
              88 ParmCatCode    VALUE "C".
              88 ParmCatText    VALUE "A".
              88 ParmCatTime    VALUE "H".
           15 ParmCatDecimals   PIC 9.
           15 ParmCatMinimum    PIC 9(7)V99.
           15 ParmCatMaximum    PIC 9(7)V99.
           15 ParmCatLength     PIC 99.
           15 ParmCatCodes      PIC X(6).
           15 ParmCatDefault    PIC X(10).
           15 ParmCatTitle      PIC X(30).
