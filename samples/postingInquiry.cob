*> id, posting date, signed amount and resulting balance, on the
*> screen and on the PINQRPT print.  When nothing matches it says so
*> plainly instead of leaving an empty page to argue about.
*>
*> Modification history:
*> - The ledger now carries pounds and pence: history amounts are
*>   S9(7)V99 and each hit prints to the penny.
*> - A posting made from the calculator is traced back to its session:
*>   the POST lines on the CALCARCH tape archive and the live CALCTAPE
*>   are loaded first, and a hit with the same account, reference and
*>   date is followed by a line naming the session's operator, date,
*>   register and RunRegistry run id.
*> - SIGNHIST is read through the shared SIGNHIST copybook at its full
*>   width, currency and VAT fields included, so each history line is
*>   read as one record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

    SELECT TAPE-ARCHIVE-FILE ASSIGN TO "CALCARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsArchiveStatus.

    SELECT TRANSACTION-TAPE-FILE ASSIGN TO "CALCTAPE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTapeStatus.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

FD  INQUIRY-REPORT-FILE.
01  InquiryReportLine   PIC X(80).

FD  TAPE-ARCHIVE-FILE.
01  TapeArchiveRecord   PIC X(250).

FD  TRANSACTION-TAPE-FILE.
01  TapeRecord          PIC X(250).

WORKING-STORAGE SECTION.
01 wsHistoryStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".
01 wsArchiveStatus PIC XX VALUE "00".
01 wsTapeStatus PIC XX VALUE "00".

01 tapeEofSwitch PIC X VALUE "N".
   88 tapeEof VALUE "Y".
01 calcPostFoundSwitch PIC X VALUE "N".
   88 calcPostFound VALUE "Y".

*> Calculator tape lines, laid out as the calculator writes them: a
*> HDR line opens each session and a POST line carries the account,
*> reference and run id of a ledger posting.
01 wsTapeBuffer PIC X(250).
01 wsTapeHeaderLine.
   05 FILLER              PIC X(9).
   05 wsHeaderDate        PIC 9(8).
   05 FILLER              PIC X(5).
   05 wsHeaderOperatorId  PIC X(8).
   05 FILLER              PIC X(220).
01 wsTapePostingLine.
   05 FILLER              PIC X(17).
   05 wsTapeRegister      PIC 9.
   05 FILLER              PIC X(4).
   05 wsTapeOperationName PIC X(10).
   05 FILLER              PIC X(36).
   05 wsTapePostAccountId PIC X(8).
   05 FILLER              PIC X(5).
   05 wsTapePostReference PIC X(10).
   05 FILLER              PIC X(5).
   05 wsTapePostRunId     PIC 9(6).
   05 FILLER              PIC X(148).
01 wsSessionDate PIC 9(8) VALUE 0.
01 wsSessionOperatorId PIC X(8) VALUE SPACES.

01 calcPostCount PIC 9(4) VALUE 0.
01 calcPostIndex PIC 9(4) VALUE 0.
01 calcPostTable.
   05 calcPostEntry OCCURS 1000 TIMES.
      10 calcPostAccountId  PIC X(8).
      10 calcPostReference  PIC X(10).
      10 calcPostDate       PIC 9(8).
      10 calcPostOperatorId PIC X(8).
      10 calcPostRegister   PIC 9.
      10 calcPostRunId      PIC 9(6).

01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
   05 FILLER            PIC X VALUE SPACE.
   05 wsDetailReference PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 wsDetailAmount    PIC -(7)9.99.
   05 FILLER            PIC X(7) VALUE "  bal= ".
   05 wsDetailBalance   PIC -(7)9.99.

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(80) VALUE SPACES.
        TO wsListLine.
    WRITE InquiryReportLine FROM wsListLine.

    PERFORM loadCalculatorPostingsAction.

    OPEN INPUT HISTORY-FILE.
    IF wsHistoryStatus = "00"
        PERFORM readHistoryAction
            MOVE HistResultingBalance TO wsDetailBalance
            WRITE InquiryReportLine FROM wsDetailLine
            DISPLAY wsDetailLine
            PERFORM traceCalculatorPostingAction
        END-IF.
        PERFORM readHistoryAction.

    loadCalculatorPostingsAction.
*>      The archive holds every closed session; the live tape may
*>      also hold the one still running (or one that never shut
*>      down).  A session rolled onto the archive is still on the
*>      live tape until the next session cuts a new generation, so a
*>      run id already loaded is not loaded twice.
        OPEN INPUT TAPE-ARCHIVE-FILE.
        IF wsArchiveStatus = "00"
            MOVE "N" TO tapeEofSwitch
            PERFORM readTapeArchiveAction
            PERFORM UNTIL tapeEof
                PERFORM loadOneTapeLineAction
                PERFORM readTapeArchiveAction
            END-PERFORM
            CLOSE TAPE-ARCHIVE-FILE
        END-IF.
        OPEN INPUT TRANSACTION-TAPE-FILE.
        IF wsTapeStatus = "00"
            MOVE "N" TO tapeEofSwitch
            PERFORM readTapeAction
            PERFORM UNTIL tapeEof
                PERFORM loadOneTapeLineAction
                PERFORM readTapeAction
            END-PERFORM
            CLOSE TRANSACTION-TAPE-FILE
        END-IF.

    readTapeArchiveAction.
        READ TAPE-ARCHIVE-FILE INTO wsTapeBuffer
            AT END
                SET tapeEof TO TRUE
        END-READ.

    readTapeAction.
        READ TRANSACTION-TAPE-FILE INTO wsTapeBuffer
            AT END
                SET tapeEof TO TRUE
        END-READ.

    loadOneTapeLineAction.
        IF wsTapeBuffer(1:4) = "HDR "
            MOVE wsTapeBuffer TO wsTapeHeaderLine
            MOVE wsHeaderDate TO wsSessionDate
            MOVE wsHeaderOperatorId TO wsSessionOperatorId
        ELSE
            MOVE wsTapeBuffer TO wsTapePostingLine
            IF wsTapeOperationName = "POST"
                PERFORM storeCalculatorPostingAction
            END-IF
        END-IF.

    storeCalculatorPostingAction.
        MOVE "N" TO calcPostFoundSwitch.
        PERFORM VARYING calcPostIndex FROM 1 BY 1
            UNTIL calcPostIndex > calcPostCount OR calcPostFound
            IF calcPostRunId(calcPostIndex) = wsTapePostRunId
                SET calcPostFound TO TRUE
            END-IF
        END-PERFORM.
        IF NOT calcPostFound AND calcPostCount < 1000
            ADD 1 TO calcPostCount
            MOVE wsTapePostAccountId TO calcPostAccountId(calcPostCount)
            MOVE wsTapePostReference TO calcPostReference(calcPostCount)
            MOVE wsSessionDate TO calcPostDate(calcPostCount)
            MOVE wsSessionOperatorId
                TO calcPostOperatorId(calcPostCount)
            MOVE wsTapeRegister TO calcPostRegister(calcPostCount)
            MOVE wsTapePostRunId TO calcPostRunId(calcPostCount)
        END-IF.

    traceCalculatorPostingAction.
        MOVE "N" TO calcPostFoundSwitch.
        PERFORM VARYING calcPostIndex FROM 1 BY 1
            UNTIL calcPostIndex > calcPostCount OR calcPostFound
            IF calcPostAccountId(calcPostIndex) = HistAccountId
                AND calcPostReference(calcPostIndex) = HistReference
                AND calcPostDate(calcPostIndex) = HistDate
                SET calcPostFound TO TRUE
                MOVE SPACES TO wsListLine
                STRING "    from calculator session "
                           DELIMITED BY SIZE
                       calcPostDate(calcPostIndex) DELIMITED BY SIZE
                       " operator "               DELIMITED BY SIZE
                       calcPostOperatorId(calcPostIndex)
                           DELIMITED BY SIZE
                       " register M"              DELIMITED BY SIZE
                       calcPostRegister(calcPostIndex)
                           DELIMITED BY SIZE
                       " run "                    DELIMITED BY SIZE
                       calcPostRunId(calcPostIndex) DELIMITED BY SIZE
                       INTO wsListLine
                END-STRING
                WRITE InquiryReportLine FROM wsListLine
                DISPLAY wsListLine
            END-IF
        END-PERFORM.
