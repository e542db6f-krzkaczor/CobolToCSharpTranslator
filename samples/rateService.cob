IDENTIFICATION DIVISION.
PROGRAM-ID.  RateService.

*> Shared exchange-rate lookup, callable the way CalendarService is,
*> so the ledger values a foreign-currency amount at the rate that
*> was in force on the day rather than whatever rate is current
*> today.  The caller passes a RATELOOK area (RATELOOK copybook) with
*> the currency code and date; the service returns the buy rate and
*> the date it took effect, with RateLookFoundSwitch Y, or N when no
*> rate for that currency had taken effect by the date.
*>
*> Rates come from the CALCRATE table RateMaint keeps (the current
*> rate per currency) and the CALCRHIS history of the rates it
*> replaced, both loaded once on the first call.  The rate in force
*> on a date is the one with the latest effective date not after it.
*> The buy rate is the one the calculator divides by to bring a
*> currency amount back to sterling, and the ledger uses it both
*> ways so an amount converted and converted back comes home.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-TABLE-FILE ASSIGN TO "CALCRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRateStatus.

    SELECT RATE-HISTORY-FILE ASSIGN TO "CALCRHIS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD  RATE-TABLE-FILE.
01  RateRecord.
    05  RATE-CURRENCY-CODE      PIC X(3).
    05  RATE-BUY                PIC 9(3)V9(6).
    05  RATE-SELL               PIC 9(3)V9(6).
    05  RATE-EFFECTIVE-DATE     PIC 9(8).

FD  RATE-HISTORY-FILE.
01  RateHistoryRecord.
    05  RHistCurrencyCode  PIC X(3).
    05  RHistBuy           PIC 9(3)V9(6).
    05  RHistSell          PIC 9(3)V9(6).
    05  RHistEffectiveDate PIC 9(8).
    05  RHistReplacedDate  PIC 9(8).

WORKING-STORAGE SECTION.
01 wsRateStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 rateEofSwitch PIC X VALUE "N".
   88 rateEof VALUE "Y".
01 ratesLoadedSwitch PIC X VALUE "N".
   88 ratesLoaded VALUE "Y".

01 rateTableCount PIC 9(4) VALUE 0.
01 rateTableIndex PIC 9(4) VALUE 0.
01 rateTable.
    05 rateTableEntry OCCURS 500 TIMES.
        10 rateTabCurrency  PIC X(3).
        10 rateTabBuy       PIC 9(3)V9(6).
        10 rateTabEffective PIC 9(8).

LINKAGE SECTION.
01 RateLookArea.
    COPY RATELOOK.

PROCEDURE DIVISION USING RateLookArea.
Begin.
    IF NOT ratesLoaded
        PERFORM loadRateTableAction
    END-IF.
    MOVE "N" TO RateLookFoundSwitch.
    MOVE 0 TO RateLookBuy.
    MOVE 0 TO RateLookEffective.
    PERFORM VARYING rateTableIndex FROM 1 BY 1
        UNTIL rateTableIndex > rateTableCount
        IF rateTabCurrency(rateTableIndex) = RateLookCurrency
            AND rateTabEffective(rateTableIndex) NOT > RateLookDate
            AND rateTabEffective(rateTableIndex) NOT < RateLookEffective
            AND rateTabBuy(rateTableIndex) > 0
            MOVE rateTabBuy(rateTableIndex) TO RateLookBuy
            MOVE rateTabEffective(rateTableIndex) TO RateLookEffective
            SET RateLookFound TO TRUE
        END-IF
    END-PERFORM.
    GOBACK.

    loadRateTableAction.
*>      Loaded once and kept - the service stays resident for a run
*>      the way CalendarService does.  Either file may be absent.
        SET ratesLoaded TO TRUE.
        MOVE 0 TO rateTableCount.
        MOVE "N" TO rateEofSwitch.
        OPEN INPUT RATE-TABLE-FILE.
        IF wsRateStatus = "00"
            PERFORM readRateAction
            PERFORM addRateEntryAction UNTIL rateEof
            CLOSE RATE-TABLE-FILE
        END-IF.
        MOVE "N" TO rateEofSwitch.
        OPEN INPUT RATE-HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readRateHistoryAction
            PERFORM addRateHistoryEntryAction UNTIL rateEof
            CLOSE RATE-HISTORY-FILE
        END-IF.

    readRateAction.
        READ RATE-TABLE-FILE
            AT END
                SET rateEof TO TRUE
        END-READ.

    addRateEntryAction.
        IF rateTableCount < 500
            ADD 1 TO rateTableCount
            MOVE RATE-CURRENCY-CODE TO rateTabCurrency(rateTableCount)
            MOVE RATE-BUY TO rateTabBuy(rateTableCount)
            MOVE RATE-EFFECTIVE-DATE TO rateTabEffective(rateTableCount)
        END-IF.
        PERFORM readRateAction.

    readRateHistoryAction.
        READ RATE-HISTORY-FILE
            AT END
                SET rateEof TO TRUE
        END-READ.

    addRateHistoryEntryAction.
        IF rateTableCount < 500
            ADD 1 TO rateTableCount
            MOVE RHistCurrencyCode TO rateTabCurrency(rateTableCount)
            MOVE RHistBuy TO rateTabBuy(rateTableCount)
            MOVE RHistEffectiveDate TO rateTabEffective(rateTableCount)
        END-IF.
        PERFORM readRateHistoryAction.
