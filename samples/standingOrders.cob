*> Each generated item's last-generated date is stamped with the
*> posting date and the file is rewritten whole, the same way the
*> small table files are maintained.
*>
*> Modification history:
*> - Standing orders now carry pounds and pence: SIGNSTND and SIGNPOST
*>   amounts are S9(7)V99, so a rent of 412.50 is generated exactly.
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  STANDING-ORDER-FILE.
01  StandingOrderRecord.
    05  StandAccountId   PIC X(8).
    05  StandAmount      PIC S9(7)V99.
    05  StandReference   PIC X(10).
    05  StandDayOfMonth  PIC 99.
    05  StandStartDate   PIC 9(8).
FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

01 standTable.
    05 standTableEntry OCCURS 200 TIMES.
        10 standTabAccount  PIC X(8).
        10 standTabAmount   PIC S9(7)V99.
        10 standTabRef      PIC X(10).
        10 standTabDay      PIC 99.
        10 standTabStart    PIC 9(8).

01 wsGeneratedCount PIC 9(3) VALUE 0.
01 wsSkippedCount PIC 9(3) VALUE 0.
01 wsGeneratedTotal PIC S9(9)V99 VALUE 0.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "StandingOrders".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    PERFORM generateOneOrderAction
        VARYING standTableIndex FROM 1 BY 1
        UNTIL standTableIndex > standTableCount.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    IF wsGeneratedCount > 0
        PERFORM saveStandingFileAction
        MOVE standTabAmount(standTableIndex) TO PostAmount.
        MOVE standTabRef(standTableIndex) TO PostReference.
        MOVE wsPostingDate TO PostDate.
        PERFORM writeSourcePostingAction.
        ADD standTabAmount(standTableIndex) TO wsGeneratedTotal.
        MOVE wsPostingDate TO standTabLastGen(standTableIndex).
        DISPLAY "Generated " standTabRef(standTableIndex)
        MOVE standTabEnd(standTableIndex) TO StandEndDate.
        MOVE standTabLastGen(standTableIndex) TO StandLastGenDate.
        WRITE StandingOrderRecord.

    writeSourceHeaderAction.
*>      This run's postings are bracketed on SIGNPOST - a header with
*>      the program and its run id, a trailer with the count and net
*>      of what was posted - so SignedArith can prove them.
        MOVE "O" TO regFunction.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
        MOVE SPACES TO sourceLine.
        SET SrcHeaderLine TO TRUE.
        MOVE regProgram TO SrcProgram.
        MOVE regRunId TO SrcRunId.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE 0 TO sourcePostingCount.
        MOVE 0 TO sourceNetAmount.

    writeSourcePostingAction.
        WRITE PostingRecord.
        ADD 1 TO sourcePostingCount.
        ADD PostAmount TO sourceNetAmount.

    writeSourceTrailerAction.
        MOVE SPACES TO sourceLine.
        SET SrcTrailerLine TO TRUE.
        MOVE sourcePostingCount TO SrcPostingCount.
        MOVE sourceNetAmount TO SrcNetAmount.
        MOVE sourceLine TO PostingRecord.
        WRITE PostingRecord.
        MOVE "C" TO regFunction.
        MOVE sourcePostingCount TO regCount.
        CALL "RunRegistry" USING regFunction, regProgram, regOperator,
            regRunId, regCount.
