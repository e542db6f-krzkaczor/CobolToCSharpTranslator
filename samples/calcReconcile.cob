*> the tape or the balance file rather than at divergent arithmetic.
*> UNDO is replayed from the prior value tracked per register, the
*> same way the calculator tracks it.
*>
*> Modification history:
*> - Ledger postings made from the calculator (operation POST) replay
*>   without touching the register and are listed on RECONRPT with
*>   their account, reference, amount and RunRegistry run id, with a
*>   count and net total at the foot, so each ledger entry can be tied
*>   back to this session.
*> - List-mode tape lines (LIST, LDEL and LSTAT, on register 0) replay
*>   without touching any register; a statistic stored into a register
*>   (LSTORE) replays like a load from its taped value.
*> - Date-arithmetic tape lines replay: a day count (DATED, DATEC)
*>   loads the register from its taped value, the date answers (DATEA,
*>   DATEN, DATEP, DATEB) leave the register as it was.
*> - The tape record is read at its widened length of 250.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        10  CLOSING-BALANCE-ENTRY OCCURS 9 TIMES PIC S9(7)V99.

FD  TRANSACTION-TAPE-FILE.
01  TAPE-RECORD                 PIC X(250).

FD  RECONCILE-REPORT-FILE.
01  ReconcileReportLine         PIC X(80).

*> Tape lines are parsed through the same field layouts the
*> calculator builds them from.
01 wsTapeBuffer                 PIC X(250).
01 wsTapeRecordType             PIC X(4).
01 wsTapeHeaderLine.
    05 FILLER              PIC X(4).
    05 FILLER              PIC X(5).
    05 wsTapeAccSign       PIC X.
    05 wsTapeAccDigits     PIC 9(7)V99.
01 wsTapePostingLine.
    05 FILLER              PIC X(62).
    05 FILLER              PIC X(6).
    05 wsTapePostAccountId PIC X(8).
    05 FILLER              PIC X(5).
    05 wsTapePostReference PIC X(10).
    05 FILLER              PIC X(5).
    05 wsTapePostRunId     PIC 9(6).

01 replayedRegisterTable.
    05 replayedRegisterEntry OCCURS 9 TIMES PIC S9(7)V99 VALUE 0.
01 trailerSeenSwitch PIC X VALUE "N".
   88 trailerSeen VALUE "Y".
01 trailerExpectedCount PIC 9(5) VALUE 0.
01 ledgerPostCount PIC 9(5) VALUE 0.
01 ledgerPostNet PIC S9(9)V99 VALUE 0.
01 wsEditedPostAmount PIC -(7)9.99.
01 wsEditedPostNet PIC -(9)9.99.
01 wsReconOperatorId PIC X(8) VALUE SPACES.

01 callOperandA      PIC S9(7)V99.
                MOVE "R" TO callOperation
                PERFORM callArithAction
                ADD 1 TO tapeReplayedCount
            WHEN "POST"
                PERFORM listLedgerPostingAction
                ADD 1 TO tapeReplayedCount
            WHEN "LIST"
                ADD 1 TO tapeReplayedCount
            WHEN "UNDO"
                MOVE accumulator TO swapAccumulator
                MOVE priorAccumulatorEntry(registerNumber) TO accumulator
                ADD 1 TO tapeReplayedCount
            WHEN "CURNO"
                ADD 1 TO tapeReplayedCount
            WHEN "POSTN"
                ADD 1 TO tapeReplayedCount
            WHEN "LDEL " WHEN "LSTAT"
                ADD 1 TO tapeReplayedCount
            WHEN "DATED" WHEN "DATEC"
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                MOVE val TO accumulator
                ADD 1 TO tapeReplayedCount
            WHEN "DATEA" WHEN "DATEN" WHEN "DATEP" WHEN "DATEB"
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                ADD 1 TO tapeReplayedCount
            WHEN "LSTOR"
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                MOVE val TO accumulator
                ADD 1 TO tapeReplayedCount
            WHEN "REXCH"
                MOVE accumulator TO priorAccumulatorEntry(registerNumber)
                IF wsTapeOperationName(7:1) IS NUMERIC
                ADD 1 TO tapeUnknownOpCount
        END-EVALUATE.

    listLedgerPostingAction.
*>      A ledger posting leaves its register as it was; the line is
*>      listed so the SIGNPOST entry can be traced to this tape.
        MOVE wsTapeBuffer TO wsTapePostingLine.
        IF ledgerPostCount = 0
            MOVE "Ledger postings made from this tape:" TO wsListLine
            WRITE ReconcileReportLine FROM wsListLine
        END-IF.
        ADD 1 TO ledgerPostCount.
        ADD val TO ledgerPostNet.
        MOVE val TO wsEditedPostAmount.
        MOVE SPACES TO wsListLine.
        STRING "  M"                  DELIMITED BY SIZE
               registerNumber         DELIMITED BY SIZE
               " account "            DELIMITED BY SIZE
               wsTapePostAccountId    DELIMITED BY SIZE
               " ref "                DELIMITED BY SIZE
               wsTapePostReference    DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               wsEditedPostAmount     DELIMITED BY SIZE
               " run "                DELIMITED BY SIZE
               wsTapePostRunId        DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ReconcileReportLine FROM wsListLine.

    callArithAction.
        MOVE accumulator TO callOperandA.
        MOVE val TO callOperandB.
            INTO wsListLine
        END-STRING.
        WRITE ReconcileReportLine FROM wsListLine.
        MOVE ledgerPostNet TO wsEditedPostNet.
        MOVE SPACES TO wsListLine.
        STRING
            "Ledger postings      : " DELIMITED BY SIZE
            ledgerPostCount           DELIMITED BY SIZE
            " net "                   DELIMITED BY SIZE
            wsEditedPostNet           DELIMITED BY SIZE
            INTO wsListLine
        END-STRING.
        WRITE ReconcileReportLine FROM wsListLine.
        IF trailerSeen
            MOVE SPACES TO wsListLine
            IF trailerExpectedCount = tapeRecordCount
