IDENTIFICATION DIVISION.
PROGRAM-ID.  ArithSplit.

*> Splits the monthly ARITHTRN transaction file into up to four streams
*> so the batch-and-verify pair fits the shrinking window: each stream
*> file (ARITHTR1 to ARITHTR4, one SELECT apiece - that is how this
*> shop's dialect binds files) is a contiguous block of the original
*> file bracketed by its own HDR record (stream number, starting
*> sequence, count) and TRL record (count), so order within and across
*> streams is provable and ArithMerge can reassemble the results in the
*> original transaction order by simple concatenation.  The number of
*> streams is the STREAM-COUNT setting on the PARMMAST parameter master
*> (default 2, 4 at most), and the SPLITCTL control record written at
*> the end carries the stream count and the original transaction total -
*> the proof ArithMerge balances against, since the staging entries
*> later copy streams over ARITHTRN itself.  The split is sized by a
*> counting pass first, so a file that will not split evenly puts the
*> odd records on the earlier streams.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its stream count
*>   from the old SPLITPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTransactionStatus.

    SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsControlStatus.
FD  ARITH-TRANSACTION-FILE.
01  ArithTransactionRecord      PIC X(80).

FD  SPLIT-CONTROL-FILE.
01  SplitControlRecord.
    05  CtlStreamCount PIC 9.
   88 transactionEof VALUE "Y".

01 wsStreamCount PIC 9 VALUE 2.

01 parmLookArea.
    COPY PARMLOOK.

01 wsStreamIndex PIC 9 VALUE 0.
01 wsTotalCount PIC 9(6) VALUE 0.
01 wsBaseShare PIC 9(6) VALUE 0.
    GOBACK.

    loadParameterAction.
        MOVE "ArithSplit" TO ParmLookProgram.
        MOVE "STREAM-COUNT" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0 AND ParmLookNumber < 5
            MOVE ParmLookNumber TO wsStreamCount
        END-IF.

    countTransactionsAction.
