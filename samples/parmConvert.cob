IDENTIFICATION DIVISION.
PROGRAM-ID.  ParmConvert.

*> One-off conversion of the old control cards onto the PARMMAST
*> parameter master, run once when the programs change over to
*> reading their standing settings through ParmService.  Each card a
*> program used to read is opened in turn - ABSPRM, RECPRM, SPLITPRM,
*> ARITHPRM, RISKPRM, BANKPRM, BWINPRM, BUDGPRM, CNREVPRM, VIABPRM,
*> REVALPRM, DDPRM, GLPRM, SENTPRM, LATEPRM, NTFYPRM, SIGNONPRM,
*> PRODPRM, RATEPRM, UTLPRM, WOPRM and YEARPRM - and every setting it
*> carried is written to PARMMAST under the PARMCAT program and
*> setting name, effective on the run date.  BUDGPRM, VIABPRM,
*> REVALPRM, DDPRM, GLPRM, PRODPRM and YEARPRM stay in use for their
*> per-run fields (the setting columns are FILLER now and are simply
*> no longer read); the others may be scratched once the run is
*> proved.
*>
*> A value is taken only where the program would have used it: the
*> same numeric and greater-than-zero tests the program made of its
*> card (a LATEPRM or RISKPRM card that was not numeric throughout
*> was ignored whole, and so it is here), then the PARMCAT type and
*> range ParmMaint applies to a keyed value.  A card that is not
*> there, or a value not taken, leaves the setting to the program's
*> built-in default, and each is listed.  A setting that already has
*> any entry on PARMMAST is left alone, so the run is safe to repeat
*> and never overrides a value set through ParmMaint.
*>
*> Every entry written is logged to PARMLOG the way ParmMaint logs a
*> change, under the conversion operator id PARMCONV.  A write the
*> master refuses ends the run with RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAMETER-MASTER ASSIGN TO "PARMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SettingKey
        FILE STATUS IS wsMasterStatus.

    SELECT CHANGE-LOG-FILE ASSIGN TO "PARMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

    SELECT ABSENCE-PARAMETER-FILE ASSIGN TO "ABSPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT RECERT-PARAMETER-FILE ASSIGN TO "RECPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT SPLIT-PARAMETER-FILE ASSIGN TO "SPLITPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT ARITH-PARAMETER-FILE ASSIGN TO "ARITHPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT RISK-PARAMETER-FILE ASSIGN TO "RISKPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT TOLERANCE-PARAMETER-FILE ASSIGN TO "BANKPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT WINDOW-PARAMETER-FILE ASSIGN TO "BWINPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT VARIANCE-PARAMETER-FILE ASSIGN TO "BUDGPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT REVIEW-PARAMETER-FILE ASSIGN TO "CNREVPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT VIABILITY-PARAMETER-FILE ASSIGN TO "VIABPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT REVAL-PARAMETER-FILE ASSIGN TO "REVALPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT DD-PARAMETER-FILE ASSIGN TO "DDPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT GL-PARAMETER-FILE ASSIGN TO "GLPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT SENTINEL-PARAMETER-FILE ASSIGN TO "SENTPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT LATE-PARAMETER-FILE ASSIGN TO "LATEPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT NOTIFY-PARAMETER-FILE ASSIGN TO "NTFYPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT SIGNON-PARAMETER-FILE ASSIGN TO "SIGNONPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT PRODUCTIVITY-PARAMETER-FILE ASSIGN TO "PRODPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT RATE-PARAMETER-FILE ASSIGN TO "RATEPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT TREND-PARAMETER-FILE ASSIGN TO "UTLPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT WRITEOFF-PARAMETER-FILE ASSIGN TO "WOPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

    SELECT YEAR-PARAMETER-FILE ASSIGN TO "YEARPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsCardStatus.

DATA DIVISION.
FILE SECTION.
FD  PARAMETER-MASTER.
01  SettingRecord.
    COPY PARMMAST.

FD  CHANGE-LOG-FILE.
01  ChangeLogRecord.
    05  LogDate             PIC 9(8).
    05  LogTime             PIC 9(8).
    05  LogOperatorId       PIC X(8).
    05  LogAction           PIC X.
    05  LogProgram          PIC X(20).
    05  LogName             PIC X(16).
    05  LogEffective        PIC 9(8).
    05  LogOldValue         PIC X(20).
    05  LogNewValue         PIC X(20).

*> The cards are read as whole lines; the conversion table below
*> says where each setting sits on its card.
FD  ABSENCE-PARAMETER-FILE.
01  AbsenceCardLine         PIC X(40).

FD  RECERT-PARAMETER-FILE.
01  RecertCardLine          PIC X(40).

FD  SPLIT-PARAMETER-FILE.
01  SplitCardLine           PIC X(40).

FD  ARITH-PARAMETER-FILE.
01  ArithCardLine           PIC X(40).

FD  RISK-PARAMETER-FILE.
01  RiskCardLine            PIC X(40).

FD  TOLERANCE-PARAMETER-FILE.
01  ToleranceCardLine       PIC X(40).

FD  WINDOW-PARAMETER-FILE.
01  WindowCardLine          PIC X(40).

FD  VARIANCE-PARAMETER-FILE.
01  VarianceCardLine        PIC X(40).

FD  REVIEW-PARAMETER-FILE.
01  ReviewCardLine          PIC X(40).

FD  VIABILITY-PARAMETER-FILE.
01  ViabilityCardLine       PIC X(40).

FD  REVAL-PARAMETER-FILE.
01  RevalCardLine           PIC X(40).

FD  DD-PARAMETER-FILE.
01  DdCardLine              PIC X(40).

FD  GL-PARAMETER-FILE.
01  GlCardLine              PIC X(40).

FD  SENTINEL-PARAMETER-FILE.
01  SentinelCardLine        PIC X(40).

FD  LATE-PARAMETER-FILE.
01  LateCardLine            PIC X(40).

FD  NOTIFY-PARAMETER-FILE.
01  NotifyCardLine          PIC X(40).

FD  SIGNON-PARAMETER-FILE.
01  SignonCardLine          PIC X(40).

FD  PRODUCTIVITY-PARAMETER-FILE.
01  ProductivityCardLine    PIC X(40).

FD  RATE-PARAMETER-FILE.
01  RateCardLine            PIC X(40).

FD  TREND-PARAMETER-FILE.
01  TrendCardLine           PIC X(40).

FD  WRITEOFF-PARAMETER-FILE.
01  WriteoffCardLine        PIC X(40).

FD  YEAR-PARAMETER-FILE.
01  YearCardLine            PIC X(40).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsLogStatus PIC XX VALUE "00".
01 wsCardStatus PIC XX VALUE "00".

01 parmCatalogue.
    COPY PARMCAT.
01 catIndex PIC 9(2) VALUE 0.
01 catFoundIndex PIC 9(2) VALUE 0.
01 catEntryCount PIC 9(2) VALUE 39.

01 cardNameValues.
   05 FILLER PIC X(9) VALUE "ABSPRM".
   05 FILLER PIC X(9) VALUE "RECPRM".
   05 FILLER PIC X(9) VALUE "SPLITPRM".
   05 FILLER PIC X(9) VALUE "ARITHPRM".
   05 FILLER PIC X(9) VALUE "RISKPRM".
   05 FILLER PIC X(9) VALUE "BANKPRM".
   05 FILLER PIC X(9) VALUE "BWINPRM".
   05 FILLER PIC X(9) VALUE "BUDGPRM".
   05 FILLER PIC X(9) VALUE "CNREVPRM".
   05 FILLER PIC X(9) VALUE "VIABPRM".
   05 FILLER PIC X(9) VALUE "REVALPRM".
   05 FILLER PIC X(9) VALUE "DDPRM".
   05 FILLER PIC X(9) VALUE "GLPRM".
   05 FILLER PIC X(9) VALUE "SENTPRM".
   05 FILLER PIC X(9) VALUE "LATEPRM".
   05 FILLER PIC X(9) VALUE "NTFYPRM".
   05 FILLER PIC X(9) VALUE "SIGNONPRM".
   05 FILLER PIC X(9) VALUE "PRODPRM".
   05 FILLER PIC X(9) VALUE "RATEPRM".
   05 FILLER PIC X(9) VALUE "UTLPRM".
   05 FILLER PIC X(9) VALUE "WOPRM".
   05 FILLER PIC X(9) VALUE "YEARPRM".
01 cardNameTable REDEFINES cardNameValues.
   05 cardName OCCURS 22 TIMES PIC X(9).
01 wsCardIndex PIC 9(2) VALUE 0.
01 wsCardLine PIC X(40) VALUE SPACES.
01 cardEmptySwitch PIC X VALUE "N".
   88 cardEmpty VALUE "Y".

*> One entry per setting carried on a card: the card, the PARMCAT
*> program and setting name, the field's position and length on the
*> card and its decimal places, then the span of the card that had to
*> be numeric for the program to use it and the span that had to be
*> greater than zero (00 where the program made no such test).
01 conversionValues.
   05 FILLER PIC X(51) VALUE
      "01AbsenceReport       THRESHOLD-PCT   0102000000000".
   05 FILLER PIC X(51) VALUE
      "02AccessRecertStart   GRACE-DAYS      0103000000103".
   05 FILLER PIC X(51) VALUE
      "03ArithSplit          STREAM-COUNT    0101000000101".
   05 FILLER PIC X(51) VALUE
      "04ArithBatch          ROUNDING-MODE   0101000000000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        ATTEND-PCT      0102001140000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        ARREARS-AMOUNT  0307001140000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        ATTEND-WEIGHT   1001001140000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        SCORE-WEIGHT    1101001140000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        FEES-WEIGHT     1201001140000".
   05 FILLER PIC X(51) VALUE
      "05AtRiskReport        MINIMUM-RATING  1302001140000".
   05 FILLER PIC X(51) VALUE
      "06BankReconcile       TOLERANCE-DAYS  0102000000000".
   05 FILLER PIC X(51) VALUE
      "07BatchWindowWatch    TARGET-END      0104000000000".
   05 FILLER PIC X(51) VALUE
      "07BatchWindowWatch    OVERRUN-PCT     0503000000000".
   05 FILLER PIC X(51) VALUE
      "07RunTimeTrend        GROWTH-PCT      0803000000803".
   05 FILLER PIC X(51) VALUE
      "08BudgetVariance      THRESHOLD-PCT   0703000000703".
   05 FILLER PIC X(51) VALUE
      "09ConditionalNames    BORDER-MARGIN   0102000000000".
   05 FILLER PIC X(51) VALUE
      "10CourseViability     WARNING-DAYS    0703000000000".
   05 FILLER PIC X(51) VALUE
      "11CurrencyRevalue     GAIN-LOSS-ACCT  0108000000000".
   05 FILLER PIC X(51) VALUE
      "12DdCollect           SERVICE-USER    0106007080106".
   05 FILLER PIC X(51) VALUE
      "12DdReturns           MAX-FAILURES    1502000001502".
   05 FILLER PIC X(51) VALUE
      "13GlInterface         SOURCE-CODE     0904000000000".
   05 FILLER PIC X(51) VALUE
      "14IntegritySentinel   SWING-PCT       0103000000103".
   05 FILLER PIC X(51) VALUE
      "15LateCharge          GRACE-DAYS      0103001120404".
   05 FILLER PIC X(51) VALUE
      "15LateCharge          CHARGE-PCT      0404201120404".
   05 FILLER PIC X(51) VALUE
      "15LateCharge          MINIMUM-CHARGE  0805201120404".
   05 FILLER PIC X(51) VALUE
      "16NotifyReconcile     GRACE-DAYS      0103000000103".
   05 FILLER PIC X(51) VALUE
      "17OperSignOn          MAX-FAILURES    0102000000102".
   05 FILLER PIC X(51) VALUE
      "17OperSignOn          PIN-EXPIRY-DAYS 0303000000303".
   05 FILLER PIC X(51) VALUE
      "18OperatorProductivityHIGHLIGHT-FACTOR0702100000702".
   05 FILLER PIC X(51) VALUE
      "19RateMaint           TOLERANCE-PCT   0103000000103".
   05 FILLER PIC X(51) VALUE
      "19RateMaint           MAX-AGE-DAYS    0403000000403".
   05 FILLER PIC X(51) VALUE
      "20UtilizationTrend    CAPTURE-COUNT   0102000000102".
   05 FILLER PIC X(51) VALUE
      "21WriteOffPropose     MIN-AGE-DAYS    0104000000104".
   05 FILLER PIC X(51) VALUE
      "21WriteOffPropose     MIN-AMOUNT      0509200000509".
   05 FILLER PIC X(51) VALUE
      "21WriteOffPropose     APPROVAL-LIMIT  1409200001409".
   05 FILLER PIC X(51) VALUE
      "22YearEndClose        RETAINED-ACCOUNT0908000000000".
01 conversionTable REDEFINES conversionValues.
   05 convEntry OCCURS 36 TIMES.
      10 convCard          PIC 9(2).
      10 convProgram       PIC X(20).
      10 convName          PIC X(16).
      10 convStart         PIC 9(2).
      10 convLength        PIC 9(2).
      10 convDecimals      PIC 9.
      10 convNumericStart  PIC 9(2).
      10 convNumericLength PIC 9(2).
      10 convPositiveStart PIC 9(2).
      10 convPositiveLength PIC 9(2).
01 convIndex PIC 9(2) VALUE 0.
01 convEntryCount PIC 9(2) VALUE 36.

01 wsFieldText PIC X(20) VALUE SPACES.
01 wsNewValue PIC X(20) VALUE SPACES.
01 wsNewNumeric REDEFINES wsNewValue.
   05 wsNewNumber PIC 9(9)V99.
   05 FILLER      PIC X(9).
01 wsNotTakenReason PIC X(30) VALUE SPACES.
01 valueValidSwitch PIC X VALUE "N".
   88 valueValid VALUE "Y".
01 entryFoundSwitch PIC X VALUE "N".
   88 entryFound VALUE "Y".

*> A card number placed right-aligned at its decimal point, and a
*> span placed right-aligned for the greater-than-zero test.
01 wsNumberText PIC X(11) VALUE ZEROS.
01 wsNumberValue REDEFINES wsNumberText PIC 9(9)V99.
01 wsNumberEnd PIC 9(2) VALUE 0.
01 wsNumberStart PIC 9(2) VALUE 0.
01 wsSpanText PIC X(12) VALUE ZEROS.
01 wsSpanNumber REDEFINES wsSpanText PIC 9(12).
01 wsSpanStart PIC 9(2) VALUE 0.
01 wsCodeCount PIC 9(2) VALUE 0.
01 wsTimeValue PIC 9(4) VALUE 0.
01 wsTimeDigits REDEFINES wsTimeValue.
   05 wsTimeHours   PIC 99.
   05 wsTimeMinutes PIC 99.

01 wsConvertOperator PIC X(8) VALUE "PARMCONV".
01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
    COPY DATETIME.

01 wsCardsRead PIC 9(2) VALUE 0.
01 wsCardsAbsent PIC 9(2) VALUE 0.
01 wsConvertedCount PIC 9(3) VALUE 0.
01 wsAlreadySetCount PIC 9(3) VALUE 0.
01 wsNotTakenCount PIC 9(3) VALUE 0.
01 wsFailedCount PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
Begin.
    SET DtCurrent TO TRUE.
    CALL "DateTimeService" USING dateTimeArea.
    MOVE DtDate TO wsRunDate.
    OPEN I-O PARAMETER-MASTER.
    IF wsMasterStatus = "35"
        OPEN OUTPUT PARAMETER-MASTER
        CLOSE PARAMETER-MASTER
        OPEN I-O PARAMETER-MASTER
        DISPLAY "New parameter master created."
    END-IF.
    IF wsMasterStatus NOT = "00"
        DISPLAY "Parameter master could not be opened - "
            wsMasterStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM convertOneCardAction
        VARYING wsCardIndex FROM 1 BY 1
        UNTIL wsCardIndex > 22.
    CLOSE PARAMETER-MASTER.

    DISPLAY "=====================".
    DISPLAY "Control card conversion, effective " wsRunDate.
    DISPLAY " Cards read          : " wsCardsRead.
    DISPLAY " Cards not present   : " wsCardsAbsent.
    DISPLAY " Settings converted  : " wsConvertedCount.
    DISPLAY " Already on PARMMAST : " wsAlreadySetCount.
    DISPLAY " Values not taken    : " wsNotTakenCount.
    DISPLAY " Writes refused      : " wsFailedCount.
    DISPLAY "=====================".
    IF wsFailedCount > 0
        DISPLAY "*************************************************"
        DISPLAY "** A SETTING COULD NOT BE WRITTEN TO PARMMAST -"
        DISPLAY "** THE CONVERSION IS INCOMPLETE."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

    convertOneCardAction.
        MOVE SPACES TO wsCardLine.
        MOVE "N" TO cardEmptySwitch.
        PERFORM openCardAction.
        IF wsCardStatus = "00"
            PERFORM readCardAction
            PERFORM closeCardAction
        ELSE
            SET cardEmpty TO TRUE
        END-IF.
        IF cardEmpty
            ADD 1 TO wsCardsAbsent
            DISPLAY cardName(wsCardIndex)
                " not present - built-in defaults stay."
        ELSE
            ADD 1 TO wsCardsRead
            DISPLAY cardName(wsCardIndex) " " wsCardLine
            PERFORM convertOneSettingAction
                VARYING convIndex FROM 1 BY 1
                UNTIL convIndex > convEntryCount
        END-IF.

    convertOneSettingAction.
        IF convCard(convIndex) = wsCardIndex
            PERFORM findCatalogueEntryAction
            PERFORM takeCardValueAction
            IF NOT valueValid
                ADD 1 TO wsNotTakenCount
                DISPLAY "  " convProgram(convIndex) " "
                    convName(convIndex) " not taken - "
                    wsNotTakenReason
            ELSE
                PERFORM checkExistingEntryAction
                IF entryFound
                    ADD 1 TO wsAlreadySetCount
                    DISPLAY "  " convProgram(convIndex) " "
                        convName(convIndex)
                        " already on PARMMAST - left alone."
                ELSE
                    PERFORM writeSettingAction
                END-IF
            END-IF
        END-IF.

    findCatalogueEntryAction.
        MOVE 0 TO catFoundIndex.
        PERFORM VARYING catIndex FROM 1 BY 1
            UNTIL catIndex > catEntryCount
            IF ParmCatProgram(catIndex) = convProgram(convIndex)
                AND ParmCatName(catIndex) = convName(convIndex)
                MOVE catIndex TO catFoundIndex
            END-IF
        END-PERFORM.

    takeCardValueAction.
*>      The program's own tests of its card first, then the PARMCAT
*>      type and range, as ParmMaint checks a keyed value.
        MOVE "N" TO valueValidSwitch.
        MOVE SPACES TO wsNewValue.
        MOVE SPACES TO wsNotTakenReason.
        MOVE SPACES TO wsFieldText.
        MOVE wsCardLine(convStart(convIndex):convLength(convIndex))
            TO wsFieldText.
        IF catFoundIndex = 0
            MOVE "not on the PARMCAT catalogue" TO wsNotTakenReason
        ELSE
            IF convNumericLength(convIndex) > 0
                AND wsCardLine(convNumericStart(convIndex):
                        convNumericLength(convIndex)) NOT NUMERIC
                MOVE "card not numeric - was ignored"
                    TO wsNotTakenReason
            ELSE
                PERFORM testPositiveSpanAction
            END-IF
        END-IF.
        IF wsNotTakenReason = SPACES
            EVALUATE TRUE
                WHEN ParmCatCode(catFoundIndex)
                    PERFORM takeCodeAction
                WHEN ParmCatText(catFoundIndex)
                    PERFORM takeTextAction
                WHEN OTHER
                    PERFORM takeNumberAction
            END-EVALUATE
        END-IF.

    testPositiveSpanAction.
        IF convPositiveLength(convIndex) > 0
            MOVE ZEROS TO wsSpanText
            COMPUTE wsSpanStart = 13 - convPositiveLength(convIndex)
            MOVE wsCardLine(convPositiveStart(convIndex):
                     convPositiveLength(convIndex))
                TO wsSpanText(wsSpanStart:
                     convPositiveLength(convIndex))
            IF wsSpanNumber IS NOT NUMERIC
                MOVE "not numeric - was ignored" TO wsNotTakenReason
            ELSE
                IF wsSpanNumber = 0
                    MOVE "zero - was ignored" TO wsNotTakenReason
                END-IF
            END-IF
        END-IF.

    takeCodeAction.
        INSPECT wsFieldText CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        MOVE 0 TO wsCodeCount.
        IF wsFieldText(1:1) NOT = SPACE
            INSPECT ParmCatCodes(catFoundIndex)
                TALLYING wsCodeCount FOR ALL wsFieldText(1:1)
        END-IF.
        IF wsCodeCount > 0
            MOVE wsFieldText(1:1) TO wsNewValue
            SET valueValid TO TRUE
        ELSE
            MOVE "not one of the allowed codes" TO wsNotTakenReason
        END-IF.

    takeTextAction.
        INSPECT wsFieldText CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        IF wsFieldText = SPACES OR wsFieldText(1:1) = SPACE
            MOVE "blank" TO wsNotTakenReason
        ELSE
            IF wsFieldText(ParmCatLength(catFoundIndex) + 1:)
                    NOT = SPACES
                MOVE "too long" TO wsNotTakenReason
            ELSE
                MOVE wsFieldText TO wsNewValue
                SET valueValid TO TRUE
            END-IF
        END-IF.

    takeNumberAction.
*>      The card digits are set at the decimal point of a 9(9)V99
*>      value, the form SettingNumber holds; a time of day is held as
*>      the number HHMM.
        IF wsFieldText(1:convLength(convIndex)) NOT NUMERIC
            MOVE "not numeric" TO wsNotTakenReason
        ELSE
            MOVE ZEROS TO wsNumberText
            COMPUTE wsNumberEnd = 9 + convDecimals(convIndex)
            COMPUTE wsNumberStart =
                wsNumberEnd - convLength(convIndex) + 1
            MOVE wsFieldText(1:convLength(convIndex))
                TO wsNumberText(wsNumberStart:convLength(convIndex))
            MOVE wsNumberValue TO wsNewNumber
            IF ParmCatTime(catFoundIndex)
                MOVE wsFieldText(1:4) TO wsTimeValue
                IF wsTimeHours < 24 AND wsTimeMinutes < 60
                    SET valueValid TO TRUE
                ELSE
                    MOVE "not a time of day" TO wsNotTakenReason
                END-IF
            ELSE
                IF wsNewNumber < ParmCatMinimum(catFoundIndex)
                    OR wsNewNumber > ParmCatMaximum(catFoundIndex)
                    MOVE "outside the PARMCAT range"
                        TO wsNotTakenReason
                ELSE
                    SET valueValid TO TRUE
                END-IF
            END-IF
        END-IF.
        IF NOT valueValid
            MOVE SPACES TO wsNewValue
        END-IF.

    checkExistingEntryAction.
*>      Any entry at all for the setting, whatever its date, means it
*>      has been set already - by ParmMaint or an earlier run.
        MOVE "N" TO entryFoundSwitch.
        MOVE convProgram(convIndex) TO SettingProgram.
        MOVE convName(convIndex) TO SettingName.
        MOVE 0 TO SettingEffective.
        START PARAMETER-MASTER KEY IS NOT LESS THAN SettingKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ PARAMETER-MASTER NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SettingProgram = convProgram(convIndex)
                            AND SettingName = convName(convIndex)
                            SET entryFound TO TRUE
                        END-IF
                END-READ
        END-START.

    writeSettingAction.
        MOVE convProgram(convIndex) TO SettingProgram.
        MOVE convName(convIndex) TO SettingName.
        MOVE wsRunDate TO SettingEffective.
        MOVE wsNewValue TO SettingValue.
        MOVE wsConvertOperator TO SettingChangedBy.
        MOVE wsRunDate TO SettingChangedDate.
        WRITE SettingRecord
            INVALID KEY
                ADD 1 TO wsFailedCount
                DISPLAY "  " convProgram(convIndex) " "
                    convName(convIndex) " ** WRITE REFUSED, status "
                    wsMasterStatus " **"
            NOT INVALID KEY
                ADD 1 TO wsConvertedCount
                DISPLAY "  " convProgram(convIndex) " "
                    convName(convIndex) " set from card value "
                    wsFieldText(1:convLength(convIndex))
                PERFORM logChangeAction
        END-WRITE.

    logChangeAction.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtDate TO LogDate.
        MOVE DtTime TO LogTime.
        MOVE wsConvertOperator TO LogOperatorId.
        MOVE "S" TO LogAction.
        MOVE SettingProgram TO LogProgram.
        MOVE SettingName TO LogName.
        MOVE SettingEffective TO LogEffective.
        MOVE SPACES TO LogOldValue.
        MOVE SettingValue TO LogNewValue.
        OPEN EXTEND CHANGE-LOG-FILE.
        IF wsLogStatus NOT = "00"
            OPEN OUTPUT CHANGE-LOG-FILE
        END-IF.
        WRITE ChangeLogRecord.
        CLOSE CHANGE-LOG-FILE.

    openCardAction.
        EVALUATE wsCardIndex
            WHEN 1  OPEN INPUT ABSENCE-PARAMETER-FILE
            WHEN 2  OPEN INPUT RECERT-PARAMETER-FILE
            WHEN 3  OPEN INPUT SPLIT-PARAMETER-FILE
            WHEN 4  OPEN INPUT ARITH-PARAMETER-FILE
            WHEN 5  OPEN INPUT RISK-PARAMETER-FILE
            WHEN 6  OPEN INPUT TOLERANCE-PARAMETER-FILE
            WHEN 7  OPEN INPUT WINDOW-PARAMETER-FILE
            WHEN 8  OPEN INPUT VARIANCE-PARAMETER-FILE
            WHEN 9  OPEN INPUT REVIEW-PARAMETER-FILE
            WHEN 10 OPEN INPUT VIABILITY-PARAMETER-FILE
            WHEN 11 OPEN INPUT REVAL-PARAMETER-FILE
            WHEN 12 OPEN INPUT DD-PARAMETER-FILE
            WHEN 13 OPEN INPUT GL-PARAMETER-FILE
            WHEN 14 OPEN INPUT SENTINEL-PARAMETER-FILE
            WHEN 15 OPEN INPUT LATE-PARAMETER-FILE
            WHEN 16 OPEN INPUT NOTIFY-PARAMETER-FILE
            WHEN 17 OPEN INPUT SIGNON-PARAMETER-FILE
            WHEN 18 OPEN INPUT PRODUCTIVITY-PARAMETER-FILE
            WHEN 19 OPEN INPUT RATE-PARAMETER-FILE
            WHEN 20 OPEN INPUT TREND-PARAMETER-FILE
            WHEN 21 OPEN INPUT WRITEOFF-PARAMETER-FILE
            WHEN 22 OPEN INPUT YEAR-PARAMETER-FILE
        END-EVALUATE.

    readCardAction.
        EVALUATE wsCardIndex
            WHEN 1
                READ ABSENCE-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 2
                READ RECERT-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 3
                READ SPLIT-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 4
                READ ARITH-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 5
                READ RISK-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 6
                READ TOLERANCE-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 7
                READ WINDOW-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 8
                READ VARIANCE-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 9
                READ REVIEW-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 10
                READ VIABILITY-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 11
                READ REVAL-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 12
                READ DD-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 13
                READ GL-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 14
                READ SENTINEL-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 15
                READ LATE-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 16
                READ NOTIFY-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 17
                READ SIGNON-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 18
                READ PRODUCTIVITY-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 19
                READ RATE-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 20
                READ TREND-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 21
                READ WRITEOFF-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
            WHEN 22
                READ YEAR-PARAMETER-FILE INTO wsCardLine
                    AT END SET cardEmpty TO TRUE
                END-READ
        END-EVALUATE.

    closeCardAction.
        EVALUATE wsCardIndex
            WHEN 1  CLOSE ABSENCE-PARAMETER-FILE
            WHEN 2  CLOSE RECERT-PARAMETER-FILE
            WHEN 3  CLOSE SPLIT-PARAMETER-FILE
            WHEN 4  CLOSE ARITH-PARAMETER-FILE
            WHEN 5  CLOSE RISK-PARAMETER-FILE
            WHEN 6  CLOSE TOLERANCE-PARAMETER-FILE
            WHEN 7  CLOSE WINDOW-PARAMETER-FILE
            WHEN 8  CLOSE VARIANCE-PARAMETER-FILE
            WHEN 9  CLOSE REVIEW-PARAMETER-FILE
            WHEN 10 CLOSE VIABILITY-PARAMETER-FILE
            WHEN 11 CLOSE REVAL-PARAMETER-FILE
            WHEN 12 CLOSE DD-PARAMETER-FILE
            WHEN 13 CLOSE GL-PARAMETER-FILE
            WHEN 14 CLOSE SENTINEL-PARAMETER-FILE
            WHEN 15 CLOSE LATE-PARAMETER-FILE
            WHEN 16 CLOSE NOTIFY-PARAMETER-FILE
            WHEN 17 CLOSE SIGNON-PARAMETER-FILE
            WHEN 18 CLOSE PRODUCTIVITY-PARAMETER-FILE
            WHEN 19 CLOSE RATE-PARAMETER-FILE
            WHEN 20 CLOSE TREND-PARAMETER-FILE
            WHEN 21 CLOSE WRITEOFF-PARAMETER-FILE
            WHEN 22 CLOSE YEAR-PARAMETER-FILE
        END-EVALUATE.
