*> not open, so finance can shut an account here and know nothing
*> lands on it afterwards.  One account per answer; blank account id
*> ends the run.
*>
*> Modification history:
*> - An account can now be given a currency (or returned to
*>   sterling) while it holds no balance, provided RateMaint carries
*>   a rate for it; SignedArith then keeps its balance in that
*>   currency as well as in sterling.
*> - An account can now be flagged as under dispute, which keeps it
*>   out of the LateCharge run without stopping its postings.
*> - Each account is now classed as balance-sheet (B, the default)
*>   or income/expense (I) for the YearEndClose run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 wsChangedCount PIC 9(3) VALUE 0.

01 wsCurrencyInput PIC X(3) VALUE SPACES.
01 wsDisputeInput PIC X VALUE SPACE.
01 wsClassInput PIC X VALUE SPACE.
01 wsRunDate PIC 9(8) VALUE 0.
01 rateLookArea.
    COPY RATELOOK.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Account status maintenance".
    DISPLAY "=====================".
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    OPEN I-O BALANCE-FILE.
    IF wsBalanceStatus NOT = "00"
        DISPLAY "No balance file on record - " wsBalanceStatus
        DISPLAY "Account " BalanceAccountId
            " balance " BalanceAmount
            " status " BalanceStatus.
        IF AccountInDispute
            DISPLAY "Account is flagged as under dispute."
        END-IF.
        IF IncomeExpenseAccount
            DISPLAY "Account is an income/expense account."
        ELSE
            DISPLAY "Account is a balance-sheet account."
        END-IF.
        IF NOT SterlingAccount
            DISPLAY "Currency " BalanceCurrency
                " balance " BalanceCurrencyAmount
        END-IF.
        MOVE "N" TO validEntrySwitch.
        PERFORM UNTIL validEntry
            DISPLAY "New status (O=open F=frozen C=closed):"
            END-IF
        END-PERFORM.
        MOVE wsStatusInput TO BalanceStatus.
        PERFORM changeCurrencyAction.
        PERFORM changeDisputeAction.
        PERFORM changeClassAction.
        REWRITE BalanceRecord
            INVALID KEY
                DISPLAY "Status update failed, status " wsBalanceStatus
                DISPLAY "Account " BalanceAccountId " is now "
                    BalanceStatus "."
        END-REWRITE.

    changeCurrencyAction.
*>      The currency an account is held in can only change while it
*>      holds nothing in either currency, and only to one RateMaint
*>      carries a rate for - SignedArith could not value it otherwise.
        DISPLAY "Currency code (GBP for sterling, "
            "blank to leave as is):".
        ACCEPT wsCurrencyInput.
        EVALUATE TRUE
            WHEN wsCurrencyInput = SPACES
                CONTINUE
            WHEN BalanceAmount NOT = 0
                OR (NOT SterlingAccount
                    AND BalanceCurrencyAmount NOT = 0)
                DISPLAY "Account holds a balance - "
                    "currency not changed."
            WHEN wsCurrencyInput = "GBP"
                MOVE SPACES TO BalanceCurrency
                MOVE 0 TO BalanceCurrencyAmount
            WHEN OTHER
                MOVE wsCurrencyInput TO RateLookCurrency
                MOVE wsRunDate TO RateLookDate
                CALL "RateService" USING rateLookArea
                IF RateLookFound
                    MOVE wsCurrencyInput TO BalanceCurrency
                    MOVE 0 TO BalanceCurrencyAmount
                ELSE
                    DISPLAY "No rate on file for " wsCurrencyInput
                        " - currency not changed."
                END-IF
        END-EVALUATE.

    changeDisputeAction.
*>      A disputed account is left out of the LateCharge run until
*>      the dispute is settled; postings still apply as normal.
        DISPLAY "Under dispute (Y/N, blank to leave as is):".
        ACCEPT wsDisputeInput.
        EVALUATE wsDisputeInput
            WHEN "Y"
                MOVE "Y" TO BalanceDisputeSwitch
            WHEN "N"
                MOVE "N" TO BalanceDisputeSwitch
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    changeClassAction.
*>      Income/expense accounts are zeroed into the retained-balance
*>      account by YearEndClose; balance-sheet accounts carry their
*>      balance forward.
        DISPLAY "Account class (B balance sheet, I income/expense, "
            "blank to leave as is):".
        ACCEPT wsClassInput.
        EVALUATE wsClassInput
            WHEN "B"
                MOVE "B" TO BalanceClass
            WHEN "I"
                MOVE "I" TO BalanceClass
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
