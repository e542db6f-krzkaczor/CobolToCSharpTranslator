IDENTIFICATION DIVISION.
PROGRAM-ID.  GlInterface.

*> Daily general-ledger interface to the college finance system,
*> replacing the weekly copying of trial balance totals.  The SIGNHIST
*> movements dated from the day after the last interface run up to
*> and including the export date (GLPRM, zero meaning the run date)
*> are mapped from our account ids to the finance system's nominal
*> codes through the GLMAP mapping table and summarised by date and
*> nominal code onto GLJRNL, the finance system's fixed-format
*> journal file:
*>
*>   H record - source code (the SOURCE-CODE setting on the PARMMAST
*>              parameter master, SFEE unless set), interface
*>              sequence number, date created and the first and
*>              last movement dates covered;
*>   D record - sequence number, line number, journal date, nominal
*>              code, debit and credit totals and the mapping's
*>              description;
*>   T record - sequence number, count of D records, debit and
*>              credit totals and the net total with its sign.
*>
*> A GLMAP entry maps one account id, or every account beginning
*> with the characters before a trailing asterisk (S* for the fee
*> accounts, * alone for anything else); an exact entry beats a
*> pattern and a longer pattern beats a shorter one.  Following the
*> ledger's convention a positive movement is a credit and a negative
*> one a debit.  The year-end carry-forward lines (BF references) are
*> opening balances, not movements, and are not sent.
*>
*> Every run is appended to the GLLOG interface log with its
*> sequence number, dates, count and totals, which GlAckMatch checks
*> the finance system's acknowledgements against; GLEXRPT lists what
*> was sent.  The run is refused with RETURN-CODE 8, and nothing
*> sent, when the export date has already been sent, any account has
*> no mapping (they are listed), or the work tables overflow.
*>
*> Modification history:
*> - At cutover the one-off ParmConvert run carries its source code
*>   column from the old GLPRM card onto PARMMAST, effective on the day
*>   it runs, so the value in use is kept rather than falling back to
*>   the built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-PARAMETER-FILE ASSIGN TO "GLPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMappingStatus.

    SELECT GL-LOG-FILE ASSIGN TO "GLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsJournalStatus.

    SELECT EXPORT-REPORT-FILE ASSIGN TO "GLEXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  GL-PARAMETER-FILE.
01  GlParameterRecord.
    05  ParmExportDate      PIC 9(8).
    05  FILLER              PIC X(4).

FD  GL-MAPPING-FILE.
01  GlMappingRecord.
    05  MapAccountPattern   PIC X(8).
    05  MapNominalCode      PIC X(8).
    05  MapDescription      PIC X(20).

FD  GL-LOG-FILE.
01  GlLogRecord.
    COPY GLRUNLOG.

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortDate            PIC 9(8).
    05  SortNominal         PIC X(8).
    05  SortMapIndex        PIC 9(4).
    05  SortAmount          PIC S9(7)V99.

FD  JOURNAL-FILE.
01  JournalRecord           PIC X(100).

FD  EXPORT-REPORT-FILE.
01  ExportReportLine        PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsMappingStatus PIC XX VALUE "00".
01 wsLogStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsJournalStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 mappingEofSwitch PIC X VALUE "N".
   88 mappingEof VALUE "Y".
01 logEofSwitch PIC X VALUE "N".
   88 logEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".

01 wsExportDate PIC 9(8) VALUE 0.
01 wsFromDate PIC 9(8) VALUE 0.
01 wsSourceCode PIC X(4) VALUE "SFEE".

01 parmLookArea.
    COPY PARMLOOK.

01 wsLastSequence PIC 9(6) VALUE 0.
01 wsLastToDate PIC 9(8) VALUE 0.
01 wsSequence PIC 9(6) VALUE 0.
01 wsRefusalReason PIC X(44) VALUE SPACES.

*> The mapping table; mapPrefixLength is the length before the
*> asterisk of a pattern entry.
01 mapTableCount PIC 9(4) VALUE 0.
01 mapTableIndex PIC 9(4) VALUE 0.
01 mapFoundIndex PIC 9(4) VALUE 0.
01 mapFoundLength PIC 9(2) VALUE 0.
01 mapDroppedCount PIC 9(4) VALUE 0.
01 mapTable.
    05 mapTableEntry OCCURS 500 TIMES.
        10 mapPattern      PIC X(8).
        10 mapNominal      PIC X(8).
        10 mapNarrative    PIC X(20).
        10 mapWildcard     PIC X.
        10 mapPrefixLength PIC 9(2).
01 wsStarCount PIC 9(2) VALUE 0.

01 unmappedTableCount PIC 9(4) VALUE 0.
01 unmappedTableIndex PIC 9(4) VALUE 0.
01 unmappedListedSwitch PIC X VALUE "N".
   88 unmappedListed VALUE "Y".
01 wsUnmappedLines PIC 9(7) VALUE 0.
01 unmappedTable.
    05 unmappedAccount OCCURS 200 TIMES PIC X(8).

*> One journal line per date and nominal code.
01 jrnlTableCount PIC 9(4) VALUE 0.
01 jrnlTableIndex PIC 9(4) VALUE 0.
01 jrnlDroppedCount PIC 9(5) VALUE 0.
01 jrnlTable.
    05 jrnlTableEntry OCCURS 3000 TIMES.
        10 jrnlDate        PIC 9(8).
        10 jrnlNominal     PIC X(8).
        10 jrnlDescription PIC X(20).
        10 jrnlDebit       PIC 9(9)V99.
        10 jrnlCredit      PIC 9(9)V99.
        10 jrnlMovements   PIC 9(6).

01 wsMovementCount PIC 9(7) VALUE 0.
01 wsDebitTotal PIC 9(9)V99 VALUE 0.
01 wsCreditTotal PIC 9(9)V99 VALUE 0.
01 wsNetTotal PIC S9(9)V99 VALUE 0.
01 wsEditedDebit PIC Z(8)9.99.
01 wsEditedCredit PIC Z(8)9.99.
01 wsEditedNet PIC -(9)9.99.
01 wsListLine PIC X(100) VALUE SPACES.
01 wsRunDate PIC 9(8) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

01 wsJournalHeader.
   05 FILLER               PIC X VALUE "H".
   05 wsHeadSource         PIC X(4).
   05 wsHeadSequence       PIC 9(6).
   05 wsHeadCreatedDate    PIC 9(8).
   05 wsHeadFromDate       PIC 9(8).
   05 wsHeadToDate         PIC 9(8).
   05 FILLER               PIC X(65) VALUE SPACES.

01 wsJournalDetail.
   05 FILLER               PIC X VALUE "D".
   05 wsDetSequence        PIC 9(6).
   05 wsDetLine            PIC 9(6).
   05 wsDetDate            PIC 9(8).
   05 wsDetNominal         PIC X(8).
   05 wsDetDebit           PIC 9(9)V99.
   05 wsDetCredit          PIC 9(9)V99.
   05 wsDetDescription     PIC X(20).
   05 FILLER               PIC X(29) VALUE SPACES.

01 wsJournalTrailer.
   05 FILLER               PIC X VALUE "T".
   05 wsTrailSequence      PIC 9(6).
   05 wsTrailCount         PIC 9(6).
   05 wsTrailDebit         PIC 9(9)V99.
   05 wsTrailCredit        PIC 9(9)V99.
   05 wsTrailNetSign       PIC X.
   05 wsTrailNet           PIC 9(9)V99.
   05 FILLER               PIC X(53) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    PERFORM loadMappingTableAction.
    PERFORM scanInterfaceLogAction.
    IF wsLastToDate > 0
        SET CalAddCalendar TO TRUE
        MOVE wsLastToDate TO CalDate
        MOVE 1 TO CalDaysRequested
        CALL "CalendarService" USING calendarArea
        MOVE CalResultDate TO wsFromDate
    ELSE
        MOVE wsExportDate TO wsFromDate
    END-IF.
    EVALUATE TRUE
        WHEN mapTableCount = 0
            MOVE "there is no GLMAP account mapping" TO wsRefusalReason
        WHEN mapDroppedCount > 0
            MOVE "GLMAP holds more than the mapping table"
                TO wsRefusalReason
        WHEN wsExportDate <= wsLastToDate
            MOVE "the export date has already been sent"
                TO wsRefusalReason
    END-EVALUATE.
    IF wsRefusalReason NOT = SPACES
        PERFORM refuseRunAction
        GOBACK
    END-IF.

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortDate, SortNominal
        INPUT PROCEDURE IS extractMovementsAction
        OUTPUT PROCEDURE IS summariseJournalAction.

    EVALUATE TRUE
        WHEN wsUnmappedLines > 0
            MOVE "accounts with no GLMAP nominal code"
                TO wsRefusalReason
        WHEN jrnlDroppedCount > 0
            MOVE "more journal lines than the work table"
                TO wsRefusalReason
    END-EVALUATE.
    IF wsRefusalReason NOT = SPACES
        PERFORM refuseRunAction
        GOBACK
    END-IF.

    ADD 1 TO wsLastSequence GIVING wsSequence.
    PERFORM writeJournalFileAction.
    PERFORM appendInterfaceLogAction.
    PERFORM writeExportReportAction.
    DISPLAY "=====================".
    DISPLAY " General-ledger interface run " wsSequence.
    DISPLAY " Movements " wsFromDate " to " wsExportDate
        " : " wsMovementCount.
    DISPLAY " Journal lines : " jrnlTableCount.
    MOVE wsNetTotal TO wsEditedNet.
    DISPLAY " Net total     : " wsEditedNet.
    DISPLAY "=====================".
    GOBACK.

    loadParametersAction.
        MOVE wsRunDate TO wsExportDate.
        OPEN INPUT GL-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ GL-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmExportDate IS NUMERIC
                        AND ParmExportDate > 0
                        MOVE ParmExportDate TO wsExportDate
                    END-IF
            END-READ
            CLOSE GL-PARAMETER-FILE
        END-IF.
        MOVE "GlInterface" TO ParmLookProgram.
        MOVE "SOURCE-CODE" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookValue NOT = SPACES
            MOVE ParmLookValue TO wsSourceCode
        END-IF.

    loadMappingTableAction.
        MOVE 0 TO mapTableCount.
        MOVE "N" TO mappingEofSwitch.
        OPEN INPUT GL-MAPPING-FILE.
        IF wsMappingStatus = "00"
            PERFORM readMappingAction
            PERFORM addMappingEntryAction UNTIL mappingEof
            CLOSE GL-MAPPING-FILE
        END-IF.

    readMappingAction.
        READ GL-MAPPING-FILE
            AT END
                SET mappingEof TO TRUE
        END-READ.

    addMappingEntryAction.
        IF MapAccountPattern NOT = SPACES
            IF mapTableCount < 500
                ADD 1 TO mapTableCount
                MOVE MapAccountPattern TO mapPattern(mapTableCount)
                MOVE MapNominalCode TO mapNominal(mapTableCount)
                MOVE MapDescription
                    TO mapNarrative(mapTableCount)
                MOVE 0 TO wsStarCount
                INSPECT MapAccountPattern TALLYING wsStarCount
                    FOR ALL "*"
                IF wsStarCount > 0
                    MOVE "Y" TO mapWildcard(mapTableCount)
                    MOVE 0 TO mapPrefixLength(mapTableCount)
                    INSPECT MapAccountPattern TALLYING
                        mapPrefixLength(mapTableCount)
                        FOR CHARACTERS BEFORE INITIAL "*"
                ELSE
                    MOVE "N" TO mapWildcard(mapTableCount)
                    MOVE 8 TO mapPrefixLength(mapTableCount)
                END-IF
            ELSE
                ADD 1 TO mapDroppedCount
            END-IF
        END-IF.
        PERFORM readMappingAction.

    scanInterfaceLogAction.
        MOVE "N" TO logEofSwitch.
        OPEN INPUT GL-LOG-FILE.
        IF wsLogStatus = "00"
            PERFORM readLogAction
            PERFORM UNTIL logEof
                IF GlLogSequence > wsLastSequence
                    MOVE GlLogSequence TO wsLastSequence
                END-IF
                IF GlLogToDate > wsLastToDate
                    MOVE GlLogToDate TO wsLastToDate
                END-IF
                PERFORM readLogAction
            END-PERFORM
            CLOSE GL-LOG-FILE
        END-IF.

    readLogAction.
        READ GL-LOG-FILE
            AT END
                SET logEof TO TRUE
        END-READ.

    extractMovementsAction.
        MOVE "N" TO historyEofSwitch.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM releaseMovementAction UNTIL historyEof
            CLOSE HISTORY-FILE
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    releaseMovementAction.
        IF HistDate >= wsFromDate AND HistDate <= wsExportDate
            AND HistReference(1:2) NOT = "BF"
            AND HistAmount NOT = 0
            PERFORM findMappingAction
            IF mapFoundIndex = 0
                PERFORM noteUnmappedAction
            ELSE
                MOVE HistDate TO SortDate
                MOVE mapNominal(mapFoundIndex) TO SortNominal
                MOVE mapFoundIndex TO SortMapIndex
                MOVE HistAmount TO SortAmount
                RELEASE SortWorkRecord
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    findMappingAction.
*>      An exact entry wins outright; otherwise the longest pattern
*>      whose prefix the account starts with.
        MOVE 0 TO mapFoundIndex.
        MOVE 0 TO mapFoundLength.
        PERFORM VARYING mapTableIndex FROM 1 BY 1
            UNTIL mapTableIndex > mapTableCount
            IF mapWildcard(mapTableIndex) = "N"
                IF mapPattern(mapTableIndex) = HistAccountId
                    MOVE mapTableIndex TO mapFoundIndex
                    MOVE 9 TO mapFoundLength
                END-IF
            ELSE
                IF mapPrefixLength(mapTableIndex) = 0
                    IF mapFoundIndex = 0
                        MOVE mapTableIndex TO mapFoundIndex
                    END-IF
                ELSE
                    IF mapPrefixLength(mapTableIndex) > mapFoundLength
                        AND HistAccountId(1:
                            mapPrefixLength(mapTableIndex))
                            = mapPattern(mapTableIndex)(1:
                            mapPrefixLength(mapTableIndex))
                        MOVE mapTableIndex TO mapFoundIndex
                        MOVE mapPrefixLength(mapTableIndex)
                            TO mapFoundLength
                    END-IF
                END-IF
            END-IF
        END-PERFORM.

    noteUnmappedAction.
        ADD 1 TO wsUnmappedLines.
        MOVE "N" TO unmappedListedSwitch.
        PERFORM VARYING unmappedTableIndex FROM 1 BY 1
            UNTIL unmappedTableIndex > unmappedTableCount
            IF unmappedAccount(unmappedTableIndex) = HistAccountId
                SET unmappedListed TO TRUE
            END-IF
        END-PERFORM.
        IF NOT unmappedListed AND unmappedTableCount < 200
            ADD 1 TO unmappedTableCount
            MOVE HistAccountId TO unmappedAccount(unmappedTableCount)
        END-IF.

    summariseJournalAction.
        PERFORM returnSortedAction.
        PERFORM addJournalMovementAction UNTIL sortEof.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    addJournalMovementAction.
        IF jrnlTableCount = 0
            OR SortDate NOT = jrnlDate(jrnlTableCount)
            OR SortNominal NOT = jrnlNominal(jrnlTableCount)
            IF jrnlTableCount < 3000
                ADD 1 TO jrnlTableCount
                MOVE SortDate TO jrnlDate(jrnlTableCount)
                MOVE SortNominal TO jrnlNominal(jrnlTableCount)
                MOVE mapNarrative(SortMapIndex)
                    TO jrnlDescription(jrnlTableCount)
                MOVE 0 TO jrnlDebit(jrnlTableCount)
                MOVE 0 TO jrnlCredit(jrnlTableCount)
                MOVE 0 TO jrnlMovements(jrnlTableCount)
            ELSE
                ADD 1 TO jrnlDroppedCount
            END-IF
        END-IF.
        IF jrnlDroppedCount = 0
            ADD 1 TO jrnlMovements(jrnlTableCount)
            ADD 1 TO wsMovementCount
            IF SortAmount < 0
                SUBTRACT SortAmount FROM jrnlDebit(jrnlTableCount)
                SUBTRACT SortAmount FROM wsDebitTotal
            ELSE
                ADD SortAmount TO jrnlCredit(jrnlTableCount)
                ADD SortAmount TO wsCreditTotal
            END-IF
        END-IF.
        PERFORM returnSortedAction.

    writeJournalFileAction.
        OPEN OUTPUT JOURNAL-FILE.
        MOVE wsSourceCode TO wsHeadSource.
        MOVE wsSequence TO wsHeadSequence.
        MOVE wsRunDate TO wsHeadCreatedDate.
        MOVE wsFromDate TO wsHeadFromDate.
        MOVE wsExportDate TO wsHeadToDate.
        WRITE JournalRecord FROM wsJournalHeader.
        PERFORM writeJournalDetailAction
            VARYING jrnlTableIndex FROM 1 BY 1
            UNTIL jrnlTableIndex > jrnlTableCount.
        COMPUTE wsNetTotal = wsCreditTotal - wsDebitTotal.
        MOVE wsSequence TO wsTrailSequence.
        MOVE jrnlTableCount TO wsTrailCount.
        MOVE wsDebitTotal TO wsTrailDebit.
        MOVE wsCreditTotal TO wsTrailCredit.
        IF wsNetTotal < 0
            MOVE "-" TO wsTrailNetSign
            COMPUTE wsTrailNet = 0 - wsNetTotal
        ELSE
            MOVE "+" TO wsTrailNetSign
            MOVE wsNetTotal TO wsTrailNet
        END-IF.
        WRITE JournalRecord FROM wsJournalTrailer.
        CLOSE JOURNAL-FILE.

    writeJournalDetailAction.
        MOVE wsSequence TO wsDetSequence.
        MOVE jrnlTableIndex TO wsDetLine.
        MOVE jrnlDate(jrnlTableIndex) TO wsDetDate.
        MOVE jrnlNominal(jrnlTableIndex) TO wsDetNominal.
        MOVE jrnlDebit(jrnlTableIndex) TO wsDetDebit.
        MOVE jrnlCredit(jrnlTableIndex) TO wsDetCredit.
        MOVE jrnlDescription(jrnlTableIndex) TO wsDetDescription.
        WRITE JournalRecord FROM wsJournalDetail.

    appendInterfaceLogAction.
        OPEN EXTEND GL-LOG-FILE.
        IF wsLogStatus NOT = "00"
            OPEN OUTPUT GL-LOG-FILE
        END-IF.
        MOVE wsSequence TO GlLogSequence.
        MOVE wsRunDate TO GlLogRunDate.
        MOVE wsFromDate TO GlLogFromDate.
        MOVE wsExportDate TO GlLogToDate.
        MOVE jrnlTableCount TO GlLogRecordCount.
        MOVE wsDebitTotal TO GlLogDebitTotal.
        MOVE wsCreditTotal TO GlLogCreditTotal.
        WRITE GlLogRecord.
        CLOSE GL-LOG-FILE.

    writeExportReportAction.
        OPEN OUTPUT EXPORT-REPORT-FILE.
        MOVE "General-ledger interface" TO wsListLine.
        WRITE ExportReportLine FROM wsListLine.
        MOVE "========================" TO wsListLine.
        WRITE ExportReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run " DELIMITED BY SIZE
               wsSequence DELIMITED BY SIZE
               "  created " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "  movements " DELIMITED BY SIZE
               wsFromDate DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               wsExportDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExportReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        WRITE ExportReportLine FROM wsListLine.
        MOVE "Date      Nominal          Debit        Credit  Lines"
            TO wsListLine.
        WRITE ExportReportLine FROM wsListLine.
        PERFORM reportJournalLineAction
            VARYING jrnlTableIndex FROM 1 BY 1
            UNTIL jrnlTableIndex > jrnlTableCount.
        MOVE SPACES TO wsListLine.
        WRITE ExportReportLine FROM wsListLine.
        MOVE wsDebitTotal TO wsEditedDebit.
        MOVE wsCreditTotal TO wsEditedCredit.
        MOVE wsNetTotal TO wsEditedNet.
        MOVE SPACES TO wsListLine.
        STRING "Totals            " DELIMITED BY SIZE
               wsEditedDebit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedCredit DELIMITED BY SIZE
               "  net " DELIMITED BY SIZE
               wsEditedNet DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExportReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING jrnlTableCount DELIMITED BY SIZE
               " journal line(s) from " DELIMITED BY SIZE
               wsMovementCount DELIMITED BY SIZE
               " movement(s)" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExportReportLine FROM wsListLine.
        CLOSE EXPORT-REPORT-FILE.

    reportJournalLineAction.
        MOVE jrnlDebit(jrnlTableIndex) TO wsEditedDebit.
        MOVE jrnlCredit(jrnlTableIndex) TO wsEditedCredit.
        MOVE SPACES TO wsListLine.
        STRING jrnlDate(jrnlTableIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               jrnlNominal(jrnlTableIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedDebit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedCredit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jrnlMovements(jrnlTableIndex) DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ExportReportLine FROM wsListLine.

    refuseRunAction.
        DISPLAY "*************************************************".
        DISPLAY "** GL INTERFACE REFUSED - " wsRefusalReason.
        IF wsExportDate <= wsLastToDate
            DISPLAY "** LAST RUN " wsLastSequence " SENT UP TO "
                wsLastToDate "."
        END-IF.
        PERFORM VARYING unmappedTableIndex FROM 1 BY 1
            UNTIL unmappedTableIndex > unmappedTableCount
            DISPLAY "** NO MAPPING FOR ACCOUNT "
                unmappedAccount(unmappedTableIndex)
        END-PERFORM.
        DISPLAY "** NOTHING SENT - GLJRNL AND GLLOG LEFT AS THEY WERE.".
        DISPLAY "*************************************************".
        MOVE 8 TO RETURN-CODE.
