IDENTIFICATION DIVISION.
PROGRAM-ID.  VatReturn.

*> Quarterly VAT return from the ledger, replacing finance's
*> spreadsheet split.  SignedArith records every VAT-coded posting on
*> SIGNHIST twice: the target line carries the net with the code,
*> rate and tax, and the VATCTRL control account line carries the
*> tax.  This run takes the target lines dated within the quarter,
*> sorts them by VAT code and rate, and writes the VATRTN report with
*> a box per code and rate - every posting behind it listed with its
*> account, date, reference, net and tax - and the box's totals.  The
*> return totals are the output tax due and the value of the sales
*> excluding VAT, and the output tax is proved against the quarter's
*> movement on the VAT control account, marked AGREED or
*> ** DIFFERENT ** (a difference ends the run with RETURN-CODE 4).
*>
*> The VATRPRM control record gives the quarter's first and last
*> dates (YYYYMMDD each), so a non-calendar VAT quarter can be run;
*> with no control record the run takes the calendar quarter before
*> the one it runs in.  A quarter that ends before it starts is
*> refused with RETURN-CODE 8.  Box descriptions come from VATCODES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VAT-PARAMETER-FILE ASSIGN TO "VATRPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT VAT-CODE-FILE ASSIGN TO "VATCODES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsVatCodeStatus.

    SELECT HISTORY-FILE ASSIGN TO "SIGNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT VAT-REPORT-FILE ASSIGN TO "VATRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  VAT-PARAMETER-FILE.
01  VatParameterRecord.
    05  ParmQuarterStart    PIC 9(8).
    05  ParmQuarterEnd      PIC 9(8).

FD  VAT-CODE-FILE.
01  VatCodeRecord.
    COPY VATCODE.

FD  HISTORY-FILE.
01  PostingHistoryRecord.
    COPY SIGNHIST.

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortVatCode         PIC X(2).
    05  SortVatRate         PIC 9(2)V99.
    05  SortDate            PIC 9(8).
    05  SortSequence        PIC 9(7).
    05  SortAccountId       PIC X(8).
    05  SortReference       PIC X(10).
    05  SortNet             PIC S9(7)V99.
    05  SortTax             PIC S9(7)V99.

FD  VAT-REPORT-FILE.
01  VatReportLine           PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsVatCodeStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 vatCodeEofSwitch PIC X VALUE "N".
   88 vatCodeEof VALUE "Y".
01 historyEofSwitch PIC X VALUE "N".
   88 historyEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".

01 vatControlAccount PIC X(8) VALUE "VATCTRL".

01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 99.
   05 wsRunDay   PIC 99.
01 wsQuarterStart PIC 9(8) VALUE 0.
01 wsQuarterStartParts REDEFINES wsQuarterStart.
   05 wsStartYear  PIC 9(4).
   05 wsStartMonth PIC 99.
   05 wsStartDay   PIC 99.
01 wsQuarterEnd PIC 9(8) VALUE 0.
01 wsQuarterEndParts REDEFINES wsQuarterEnd.
   05 wsEndYear  PIC 9(4).
   05 wsEndMonth PIC 99.
   05 wsEndDay   PIC 99.
01 wsQuarterNumber PIC 9 VALUE 0.

01 vatTableCount PIC 9(2) VALUE 0.
01 vatTableIndex PIC 9(2) VALUE 0.
01 vatTable.
    05 vatTableEntry OCCURS 50 TIMES.
        10 vatTabCode        PIC X(2).
        10 vatTabRate        PIC 9(2)V99.
        10 vatTabDescription PIC X(20).
01 wsBoxDescription PIC X(20) VALUE SPACES.

01 wsSequence PIC 9(7) VALUE 0.
01 wsBoxCode PIC X(2) VALUE SPACES.
01 wsBoxRate PIC 9(2)V99 VALUE 0.

01 boxTotals.
   05 boxCount    PIC 9(5) VALUE 0.
   05 boxNetTotal PIC S9(9)V99 VALUE 0.
   05 boxTaxTotal PIC S9(9)V99 VALUE 0.

01 returnTotals.
   05 wsBoxesReported  PIC 9(3) VALUE 0.
   05 wsPostingsListed PIC 9(7) VALUE 0.
   05 wsNetTotal       PIC S9(9)V99 VALUE 0.
   05 wsTaxTotal       PIC S9(9)V99 VALUE 0.
   05 wsControlTotal   PIC S9(9)V99 VALUE 0.

01 wsHeadingLine.
    05 FILLER PIC X(10) VALUE "Account   ".
    05 FILLER PIC X(10) VALUE "Date      ".
    05 FILLER PIC X(12) VALUE "Reference   ".
    05 FILLER PIC X(12) VALUE "  Net amount".
    05 FILLER PIC X(13) VALUE "     VAT     ".

01 wsDetailLine.
    05 wsDetailAccountId PIC X(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailDate      PIC 9(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailReference PIC X(10).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailNet       PIC -(7)9.99.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailTax       PIC -(7)9.99.

01 wsEditedAmount PIC -(9)9.99.
01 wsEditedTax PIC -(9)9.99.
01 wsEditedRate PIC Z9.99.
01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    IF wsQuarterEnd < wsQuarterStart
        DISPLAY "**************************************************"
        DISPLAY "* VATRPRM QUARTER ENDS BEFORE IT STARTS -        *"
        DISPLAY "* VAT RETURN NOT RUN.                            *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM loadVatTableAction.

    OPEN OUTPUT VAT-REPORT-FILE.
    PERFORM writeReportHeaderAction.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SortVatCode, SortVatRate, SortDate,
            SortSequence
        INPUT PROCEDURE IS selectQuarterLinesAction
        OUTPUT PROCEDURE IS writeBoxesAction.
    PERFORM writeReportTotalsAction.
    CLOSE VAT-REPORT-FILE.

    MOVE wsTaxTotal TO wsEditedTax.
    MOVE wsNetTotal TO wsEditedAmount.
    DISPLAY "=====================".
    DISPLAY " VAT return " wsQuarterStart " to " wsQuarterEnd.
    DISPLAY " Boxes reported   : " wsBoxesReported.
    DISPLAY " Postings listed  : " wsPostingsListed.
    DISPLAY " Output tax       : " wsEditedTax.
    DISPLAY " Net sales        : " wsEditedAmount.
    DISPLAY "=====================".
    IF wsControlTotal NOT = wsTaxTotal
        DISPLAY "** Output tax does not agree with the "
            vatControlAccount " movement - see VATRTN. **"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
*>      With no control record the return is for the calendar
*>      quarter before the one the run falls in.
        PERFORM defaultQuarterAction.
        OPEN INPUT VAT-PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ VAT-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmQuarterStart IS NUMERIC
                        AND ParmQuarterEnd IS NUMERIC
                        AND ParmQuarterStart > 0
                        MOVE ParmQuarterStart TO wsQuarterStart
                        MOVE ParmQuarterEnd TO wsQuarterEnd
                    END-IF
            END-READ
            CLOSE VAT-PARAMETER-FILE
        END-IF.

    defaultQuarterAction.
        COMPUTE wsQuarterNumber = (wsRunMonth - 1) / 3.
        MOVE wsRunYear TO wsStartYear.
        IF wsQuarterNumber = 0
            SUBTRACT 1 FROM wsStartYear
            MOVE 4 TO wsQuarterNumber
        END-IF.
        COMPUTE wsStartMonth = (wsQuarterNumber - 1) * 3 + 1.
        MOVE 1 TO wsStartDay.
        MOVE wsStartYear TO wsEndYear.
        COMPUTE wsEndMonth = wsStartMonth + 2.
        IF wsEndMonth = 3 OR wsEndMonth = 12
            MOVE 31 TO wsEndDay
        ELSE
            MOVE 30 TO wsEndDay
        END-IF.

    loadVatTableAction.
        MOVE 0 TO vatTableCount.
        OPEN INPUT VAT-CODE-FILE.
        IF wsVatCodeStatus = "00"
            PERFORM readVatCodeAction
            PERFORM addVatEntryAction UNTIL vatCodeEof
            CLOSE VAT-CODE-FILE
        END-IF.

    readVatCodeAction.
        READ VAT-CODE-FILE
            AT END
                SET vatCodeEof TO TRUE
        END-READ.

    addVatEntryAction.
        IF vatTableCount < 50
            ADD 1 TO vatTableCount
            MOVE VatCode TO vatTabCode(vatTableCount)
            MOVE VatRate TO vatTabRate(vatTableCount)
            MOVE VatDescription TO vatTabDescription(vatTableCount)
        END-IF.
        PERFORM readVatCodeAction.

    selectQuarterLinesAction.
*>      Target lines go to the sort; the control account's own lines
*>      are only totalled, for the proof.
        OPEN INPUT HISTORY-FILE.
        IF wsHistoryStatus = "00"
            PERFORM readHistoryAction
            PERFORM selectOneLineAction UNTIL historyEof
            CLOSE HISTORY-FILE
        ELSE
            DISPLAY "No postings history - status " wsHistoryStatus
        END-IF.

    readHistoryAction.
        READ HISTORY-FILE
            AT END
                SET historyEof TO TRUE
        END-READ.

    selectOneLineAction.
        IF HistVatCode NOT = SPACES
            AND HistDate NOT < wsQuarterStart
            AND HistDate NOT > wsQuarterEnd
            IF HistAccountId = vatControlAccount
                ADD HistAmount TO wsControlTotal
            ELSE
                ADD 1 TO wsSequence
                MOVE HistVatCode TO SortVatCode
                MOVE HistVatRate TO SortVatRate
                MOVE HistDate TO SortDate
                MOVE wsSequence TO SortSequence
                MOVE HistAccountId TO SortAccountId
                MOVE HistReference TO SortReference
                MOVE HistAmount TO SortNet
                MOVE HistVatAmount TO SortTax
                RELEASE SortWorkRecord
            END-IF
        END-IF.
        PERFORM readHistoryAction.

    writeBoxesAction.
        PERFORM returnSortedAction.
        IF sortEof
            MOVE SPACES TO wsListLine
            WRITE VatReportLine FROM wsListLine
            MOVE "No VAT-coded postings in the quarter." TO wsListLine
            WRITE VatReportLine FROM wsListLine
        END-IF.
        PERFORM writeOneBoxAction UNTIL sortEof.

    returnSortedAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    writeOneBoxAction.
        MOVE SortVatCode TO wsBoxCode.
        MOVE SortVatRate TO wsBoxRate.
        INITIALIZE boxTotals.
        PERFORM findBoxDescriptionAction.
        MOVE wsBoxRate TO wsEditedRate.
        MOVE SPACES TO wsListLine.
        WRITE VatReportLine FROM wsListLine.
        STRING "VAT code " DELIMITED BY SIZE
               wsBoxCode DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               wsEditedRate DELIMITED BY SIZE
               "%  " DELIMITED BY SIZE
               wsBoxDescription DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.
        WRITE VatReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE VatReportLine FROM wsListLine.
        PERFORM writeBoxLineAction
            UNTIL sortEof
                OR SortVatCode NOT = wsBoxCode
                OR SortVatRate NOT = wsBoxRate.
        PERFORM writeBoxTotalAction.

    writeBoxLineAction.
        MOVE SortAccountId TO wsDetailAccountId.
        MOVE SortDate TO wsDetailDate.
        MOVE SortReference TO wsDetailReference.
        MOVE SortNet TO wsDetailNet.
        MOVE SortTax TO wsDetailTax.
        WRITE VatReportLine FROM wsDetailLine.
        ADD 1 TO boxCount.
        ADD SortNet TO boxNetTotal.
        ADD SortTax TO boxTaxTotal.
        PERFORM returnSortedAction.

    writeBoxTotalAction.
        ADD 1 TO wsBoxesReported.
        ADD boxCount TO wsPostingsListed.
        ADD boxNetTotal TO wsNetTotal.
        ADD boxTaxTotal TO wsTaxTotal.
        MOVE boxNetTotal TO wsEditedAmount.
        MOVE boxTaxTotal TO wsEditedTax.
        MOVE SPACES TO wsListLine.
        STRING "  Box " DELIMITED BY SIZE
               wsBoxCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditedRate DELIMITED BY SIZE
               "% - " DELIMITED BY SIZE
               boxCount DELIMITED BY SIZE
               " posting(s)  net " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               "  VAT " DELIMITED BY SIZE
               wsEditedTax DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.

    findBoxDescriptionAction.
*>      The description of the entry at this rate; failing that, the
*>      code's own description from any entry.
        MOVE SPACES TO wsBoxDescription.
        PERFORM VARYING vatTableIndex FROM 1 BY 1
            UNTIL vatTableIndex > vatTableCount
            IF vatTabCode(vatTableIndex) = wsBoxCode
                IF vatTabRate(vatTableIndex) = wsBoxRate
                    OR wsBoxDescription = SPACES
                    MOVE vatTabDescription(vatTableIndex)
                        TO wsBoxDescription
                END-IF
            END-IF
        END-PERFORM.

    writeReportHeaderAction.
        MOVE "Quarterly VAT return - output tax" TO wsListLine.
        WRITE VatReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Quarter: " DELIMITED BY SIZE
               wsQuarterStart DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               wsQuarterEnd DELIMITED BY SIZE
               "   Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE VatReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE VatReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE VatReportLine FROM wsListLine.
        MOVE wsTaxTotal TO wsEditedTax.
        MOVE SPACES TO wsListLine.
        STRING "Output tax due on sales         : " DELIMITED BY SIZE
               wsEditedTax DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.
        MOVE wsNetTotal TO wsEditedAmount.
        MOVE SPACES TO wsListLine.
        STRING "Value of sales excluding VAT    : " DELIMITED BY SIZE
               wsEditedAmount DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.
        MOVE wsControlTotal TO wsEditedTax.
        MOVE SPACES TO wsListLine.
        STRING "VAT posted to " DELIMITED BY SIZE
               vatControlAccount DELIMITED BY SIZE
               " in the quarter: " DELIMITED BY SIZE
               wsEditedTax DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE VatReportLine FROM wsListLine.
        IF wsControlTotal = wsTaxTotal
            MOVE "Output tax against control account: AGREED"
                TO wsListLine
        ELSE
            MOVE "Output tax against control account: ** DIFFERENT **"
                TO wsListLine
        END-IF.
        WRITE VatReportLine FROM wsListLine.
