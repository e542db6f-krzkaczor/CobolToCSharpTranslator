    05  DecCycleId          PIC X(6).
    05  DecOperatorId       PIC X(8).
    05  DecManagerId        PIC X(8).
    05  DecDecision         PIC X.
        88 DecKeep          VALUE "K".
        88 DecReduce        VALUE "R".
        88 DecRevoke        VALUE "V".
        88 DecLapsed        VALUE "L".
    05  DecAccessBefore     PIC X(5).
    05  DecAccessAfter      PIC X(5).
    05  DecAttestedBy       PIC X(8).
    05  DecTimestamp        PIC X(19).
