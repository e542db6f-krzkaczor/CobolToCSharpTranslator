*> onto SIGNPREV ready for tomorrow's comparison.  Accounts new
*> today open from zero; accounts that vanished from SIGNBAL report
*> a movement back to zero.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: SIGNSNAP and SIGNPREV
*>   amounts are S9(7)V99 and movements are ranked and printed to the
*>   penny.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  SNAPSHOT-FILE.
01  SnapshotRecord.
    05  SnapAccountId       PIC X(8).
    05  SnapAmount          PIC S9(7)V99.
    05  SnapDate            PIC 9(8).

FD  PREVIOUS-SNAPSHOT-FILE.
01  PreviousSnapshotRecord.
    05  PrevAccountId       PIC X(8).
    05  PrevAmount          PIC S9(7)V99.
    05  PrevDate            PIC 9(8).

FD  MOVEMENT-REPORT-FILE.
01 moveTable.
    05 moveTableEntry OCCURS 500 TIMES.
        10 moveAccountId PIC X(8).
        10 moveOpening   PIC S9(7)V99.
        10 moveClosing   PIC S9(7)V99.
        10 moveNet       PIC S9(8)V99.
        10 moveMagnitude PIC 9(8)V99.

01 sortPassIndex PIC 9(3) VALUE 0.
01 sortScanIndex PIC 9(3) VALUE 0.
01 sortSwapped PIC X VALUE "N".
01 swapEntry.
    05 swapAccountId PIC X(8).
    05 swapOpening   PIC S9(7)V99.
    05 swapClosing   PIC S9(7)V99.
    05 swapNet       PIC S9(8)V99.
    05 swapMagnitude PIC 9(8)V99.

01 wsMoversReported PIC 9(3) VALUE 0.
01 wsDroppedAccountCount PIC 9(5) VALUE 0.
01 wsDetailLine.
   05 wsDetailAccountId PIC X(8).
   05 FILLER            PIC X(7) VALUE "  opn= ".
   05 wsDetailOpening   PIC -(7)9.99.
   05 FILLER            PIC X(7) VALUE "  cls= ".
   05 wsDetailClosing   PIC -(7)9.99.
   05 FILLER            PIC X(7) VALUE "  net= ".
   05 wsDetailNet       PIC -(8)9.99.

01 wsListLine PIC X(80) VALUE SPACES.

