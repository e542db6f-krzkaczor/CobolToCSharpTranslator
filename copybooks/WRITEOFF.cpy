    05  WoReference         PIC X(10).
    05  WoAccountId         PIC X(8).
    05  WoAmount            PIC 9(7)V99.
    05  WoOldestDebtDate    PIC 9(8).
    05  WoAgeDays           PIC 9(5).
    05  WoProposedDate      PIC 9(8).
    05  WoStatus            PIC X.
        88 woProposed       VALUE "P".
        88 woAwaitingManager VALUE "M".
        88 woWrittenOff     VALUE "W".
        88 woRejected       VALUE "R".
        88 woOpen           VALUES "P", "M".
    05  WoReviewedBy        PIC X(8).
    05  WoReviewedDate      PIC 9(8).
    05  WoApprovedBy        PIC X(8).
    05  WoApprovedDate      PIC 9(8).
    05  WoNote              PIC X(20).
