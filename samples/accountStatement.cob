*> SIGNBAL record and flagged when the two disagree.  The history is
*> sorted by account (keeping posting order within an account) so a
*> department's dispute can be answered from one page.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: history amounts and
*>   balances are S9(7)V99 and the statement prints them to the penny.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  BALANCE-FILE.
01  BalanceRecord.
    05  SortAccountId       PIC X(8).
    05  SortSequence        PIC 9(7).
    05  SortDate            PIC 9(8).
    05  SortAmount          PIC S9(7)V99.
    05  SortReference       PIC X(10).
    05  SortResultingBalance PIC S9(7)V99.

FD  STATEMENT-FILE.
01  StatementLine           PIC X(80).

01 wsSequence PIC 9(7) VALUE 0.
01 wsCurrentAccount PIC X(8) VALUE SPACES.
01 wsOpeningBalance PIC S9(7)V99 VALUE 0.
01 wsClosingBalance PIC S9(7)V99 VALUE 0.
01 wsEditedBalance PIC -(7)9.99.
01 wsMovementCount PIC 9(5) VALUE 0.
01 wsStatementCount PIC 9(5) VALUE 0.

   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailReference PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailAmount    PIC -(7)9.99.
   05 FILLER            PIC X(7) VALUE "  bal= ".
   05 wsDetailBalance   PIC -(7)9.99.

01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
