IDENTIFICATION DIVISION.
PROGRAM-ID.  DdReturns.

*> Returned direct debits.  The bank's unpaid-collections file,
*> DDUNPAID, lists every collection the payer's bank would not pay -
*> the mandate reference, the payer's sort code and account, the
*> amount, the collection date and the bank's reason code.  Each item
*> is matched to the collection DdCollect made on DDCOLLOG, and:
*>
*>   - the expected receipt is reversed - a debit to the account on
*>     SIGNPOST with the reference DU plus the collection date, dated
*>     the run date, for the next SignedArith pass, so the debt is
*>     back on the account and shows on the aged debt and instalment
*>     reports again;
*>   - the return is added to the DDRETN returns register, so the
*>     same unpaid file read twice reverses nothing twice;
*>   - the mandate's failure count goes up, and once it reaches the
*>     MAX-FAILURES limit on the PARMMAST parameter master (two
*>     when none is set) the mandate is suspended
*>     and DdCollect stops collecting on it until DdMandateMaint
*>     reactivates it.
*>
*> An item with no matching collection on the log is not ours to
*> reverse; it is listed for finance to take up with the bank and the
*> run ends with RETURN-CODE 4.  The DDRTNRPT report lists every item
*> with what was done about it and totals the run.  An unpaid file
*> bigger than the work table, or a mandate file bigger than its
*> table, refuses the run with RETURN-CODE 8.
*>
*> Modification history:
*> - Postings appended to SIGNPOST are now bracketed by a source
*>   header (program and RunRegistry run id) and a trailer (count and
*>   net amount), so SignedArith can prove this run's contribution on
*>   its own.
*> - The failure limit is now the MAX-FAILURES setting on the PARMMAST
*>   parameter master, read through ParmService; the run no longer
*>   reads DDPRM.
*> - At cutover the one-off ParmConvert run carries its failure limit
*>   from the old DDPRM card onto PARMMAST, effective on the day it
*>   runs, so the value in use is kept rather than falling back to the
*>   built-in default.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UNPAID-FILE ASSIGN TO "DDUNPAID"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsUnpaidStatus.

    SELECT COLLECTION-LOG-FILE ASSIGN TO "DDCOLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

    SELECT RETURNS-FILE ASSIGN TO "DDRETN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReturnsStatus.

    SELECT MANDATE-FILE ASSIGN TO "DDMAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsMandateStatus.

    SELECT POSTING-FILE ASSIGN TO "SIGNPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsPostingStatus.

    SELECT RETURNS-REPORT-FILE ASSIGN TO "DDRTNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  UNPAID-FILE.
01  UnpaidRecord.
    05  UnpaidRecordType    PIC X.
        88 unpaidDetail     VALUE "D".
    05  UnpaidSortCode      PIC 9(6).
    05  UnpaidBankAccount   PIC 9(8).
    05  UnpaidAmount        PIC 9(7)V99.
    05  UnpaidMandateReference PIC X(18).
    05  UnpaidCollectionDate PIC 9(8).
    05  UnpaidReasonCode    PIC X.

FD  COLLECTION-LOG-FILE.
01  CollectionLogRecord.
    05  LogMandateReference PIC X(18).
    05  LogAccountId        PIC X(8).
    05  LogCollectionDate   PIC 9(8).
    05  LogAmount           PIC 9(7)V99.
    05  LogRunDate          PIC 9(8).

FD  RETURNS-FILE.
01  ReturnRecord.
    05  RetnMandateReference PIC X(18).
    05  RetnAccountId       PIC X(8).
    05  RetnCollectionDate  PIC 9(8).
    05  RetnAmount          PIC 9(7)V99.
    05  RetnReasonCode      PIC X.
    05  RetnReturnDate      PIC 9(8).

FD  MANDATE-FILE.
01  MandateRecord.
    COPY DDMAND.

FD  POSTING-FILE.
01  PostingRecord.
    05  PostAccountId       PIC X(8).
    05  PostAmount          PIC S9(7)V99.
    05  PostReference       PIC X(10).
    05  PostDate            PIC 9(8).

FD  RETURNS-REPORT-FILE.
01  ReturnsReportLine       PIC X(100).

WORKING-STORAGE SECTION.
01 wsParameterStatus PIC XX VALUE "00".
01 wsUnpaidStatus PIC XX VALUE "00".
01 wsLogStatus PIC XX VALUE "00".
01 wsReturnsStatus PIC XX VALUE "00".
01 wsMandateStatus PIC XX VALUE "00".
01 wsPostingStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 unpaidEofSwitch PIC X VALUE "N".
   88 unpaidEof VALUE "Y".
01 logEofSwitch PIC X VALUE "N".
   88 logEof VALUE "Y".
01 returnsEofSwitch PIC X VALUE "N".
   88 returnsEof VALUE "Y".
01 mandateEofSwitch PIC X VALUE "N".
   88 mandateEof VALUE "Y".

01 wsRunDate PIC 9(8) VALUE 0.
01 wsMaxFailures PIC 9(2) VALUE 2.

01 parmLookArea.
    COPY PARMLOOK.

01 wsReversalReference.
   05 FILLER               PIC XX VALUE "DU".
   05 wsReversalRefDate    PIC 9(8).

*> One entry per unpaid item.  Its state moves from U (no collection
*> found yet) to M (matched to the collection log), then R (already
*> on the returns register) or A (reversed by this run).
01 unpaidTableCount PIC 9(3) VALUE 0.
01 unpaidTableIndex PIC 9(3) VALUE 0.
01 unpaidFoundIndex PIC 9(3) VALUE 0.
01 wsUnpaidNotLoaded PIC 9(5) VALUE 0.
01 unpaidTable.
    05 unpaidTableEntry OCCURS 500 TIMES.
        10 unpTabMandate   PIC X(18).
        10 unpTabDate      PIC 9(8).
        10 unpTabAmount    PIC 9(7)V99.
        10 unpTabReason    PIC X.
        10 unpTabAccountId PIC X(8).
        10 unpTabState     PIC X.
        10 unpTabSuspended PIC X.

01 mandateTableCount PIC 9(4) VALUE 0.
01 mandateTableIndex PIC 9(4) VALUE 0.
01 mandateFoundIndex PIC 9(4) VALUE 0.
01 wsMandatesNotLoaded PIC 9(5) VALUE 0.
01 mandateTable.
    05 mandateTableEntry OCCURS 2000 TIMES PIC X(89).

01 runTotals.
   05 wsItemsRead       PIC 9(5) VALUE 0.
   05 wsItemsReversed   PIC 9(5) VALUE 0.
   05 wsReversedTotal   PIC 9(9)V99 VALUE 0.
   05 wsItemsRepeated   PIC 9(5) VALUE 0.
   05 wsItemsUnmatched  PIC 9(5) VALUE 0.
   05 wsMandatesSuspended PIC 9(5) VALUE 0.

01 wsHeadingLine.
    05 FILLER PIC X(20) VALUE "Mandate reference   ".
    05 FILLER PIC X(10) VALUE "Account   ".
    05 FILLER PIC X(10) VALUE "Collected ".
    05 FILLER PIC X(12) VALUE "      Amount".
    05 FILLER PIC X(8)  VALUE "  Reason".
    05 FILLER PIC X(30) VALUE "  Action".

01 wsDetailLine.
    05 wsDetailMandate   PIC X(18).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailAccountId PIC X(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailDate      PIC 9(8).
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailAmount    PIC Z(7)9.99.
    05 FILLER            PIC X(5) VALUE SPACES.
    05 wsDetailReason    PIC X.
    05 FILLER            PIC XX VALUE SPACES.
    05 wsDetailAction    PIC X(32).

01 wsEditedTotal PIC Z(8)9.99.
01 wsListLine PIC X(100) VALUE SPACES.

01 sourceLine.
    COPY SIGNSRC.
01 sourcePostingCount PIC 9(6) VALUE 0.
01 sourceNetAmount PIC S9(9)V99 VALUE 0.

01 runRegistryArea.
   05 regFunction PIC X VALUE "O".
   05 regProgram  PIC X(16) VALUE "DdReturns".
   05 regOperator PIC X(8) VALUE SPACES.
   05 regRunId    PIC 9(6) VALUE 0.
   05 regCount    PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParametersAction.
    OPEN INPUT UNPAID-FILE.
    IF wsUnpaidStatus NOT = "00"
        DISPLAY "No unpaid collections file - nothing to return."
        GOBACK
    END-IF.
    PERFORM readUnpaidAction.
    PERFORM addUnpaidEntryAction UNTIL unpaidEof.
    CLOSE UNPAID-FILE.
    PERFORM loadMandateTableAction.
    IF wsUnpaidNotLoaded > 0 OR wsMandatesNotLoaded > 0
        DISPLAY "**************************************************"
        DISPLAY "* DIRECT DEBIT RETURNS NOT RUN - A FILE HOLDS    *"
        DISPLAY "* MORE THAN THE WORK TABLES.                     *"
        DISPLAY "**************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM matchCollectionLogAction.
    PERFORM matchReturnsRegisterAction.

    OPEN EXTEND POSTING-FILE.
    IF wsPostingStatus NOT = "00"
        OPEN OUTPUT POSTING-FILE
    END-IF.
    PERFORM writeSourceHeaderAction.
    OPEN EXTEND RETURNS-FILE.
    IF wsReturnsStatus NOT = "00"
        OPEN OUTPUT RETURNS-FILE
    END-IF.
    PERFORM reverseOneItemAction
        VARYING unpaidTableIndex FROM 1 BY 1
        UNTIL unpaidTableIndex > unpaidTableCount.
    CLOSE RETURNS-FILE.
    PERFORM writeSourceTrailerAction.
    CLOSE POSTING-FILE.
    IF wsItemsReversed > 0
        PERFORM saveMandateFileAction
    END-IF.

    OPEN OUTPUT RETURNS-REPORT-FILE.
    PERFORM writeReportHeaderAction.
    PERFORM reportOneItemAction
        VARYING unpaidTableIndex FROM 1 BY 1
        UNTIL unpaidTableIndex > unpaidTableCount.
    PERFORM writeReportTotalsAction.
    CLOSE RETURNS-REPORT-FILE.

    MOVE wsReversedTotal TO wsEditedTotal.
    DISPLAY "=====================".
    DISPLAY " Direct debit returns".
    DISPLAY " Unpaid items read  : " wsItemsRead.
    DISPLAY " Receipts reversed  : " wsItemsReversed.
    DISPLAY " Amount reversed    : " wsEditedTotal.
    DISPLAY " Already returned   : " wsItemsRepeated.
    DISPLAY " Not collected by us: " wsItemsUnmatched.
    DISPLAY " Mandates suspended : " wsMandatesSuspended.
    DISPLAY "=====================".
    IF wsItemsUnmatched > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParametersAction.
        MOVE "DdReturns" TO ParmLookProgram.
        MOVE "MAX-FAILURES" TO ParmLookName.
        MOVE 0 TO ParmLookDate.
        CALL "ParmService" USING parmLookArea.
        IF ParmLookFound
            AND ParmLookNumber > 0
            MOVE ParmLookNumber TO wsMaxFailures
        END-IF.

    readUnpaidAction.
        READ UNPAID-FILE
            AT END
                SET unpaidEof TO TRUE
        END-READ.

    addUnpaidEntryAction.
*>      Only detail lines are items; the bank's header and trailer
*>      lines are passed over.
        IF unpaidDetail
            ADD 1 TO wsItemsRead
            IF unpaidTableCount < 500
                ADD 1 TO unpaidTableCount
                MOVE UnpaidMandateReference
                    TO unpTabMandate(unpaidTableCount)
                MOVE UnpaidCollectionDate
                    TO unpTabDate(unpaidTableCount)
                MOVE UnpaidAmount TO unpTabAmount(unpaidTableCount)
                MOVE UnpaidReasonCode TO unpTabReason(unpaidTableCount)
                MOVE SPACES TO unpTabAccountId(unpaidTableCount)
                MOVE "U" TO unpTabState(unpaidTableCount)
                MOVE "N" TO unpTabSuspended(unpaidTableCount)
            ELSE
                ADD 1 TO wsUnpaidNotLoaded
            END-IF
        END-IF.
        PERFORM readUnpaidAction.

    loadMandateTableAction.
        MOVE 0 TO mandateTableCount.
        OPEN INPUT MANDATE-FILE.
        IF wsMandateStatus = "00"
            PERFORM readMandateAction
            PERFORM addMandateEntryAction UNTIL mandateEof
            CLOSE MANDATE-FILE
        END-IF.

    readMandateAction.
        READ MANDATE-FILE
            AT END
                SET mandateEof TO TRUE
        END-READ.

    addMandateEntryAction.
        IF mandateTableCount < 2000
            ADD 1 TO mandateTableCount
            MOVE MandateRecord TO mandateTableEntry(mandateTableCount)
        ELSE
            ADD 1 TO wsMandatesNotLoaded
        END-IF.
        PERFORM readMandateAction.

    matchCollectionLogAction.
*>      Each collection on the log answers for one unpaid item with
*>      the same mandate, date and amount.
        OPEN INPUT COLLECTION-LOG-FILE.
        IF wsLogStatus = "00"
            PERFORM readLogAction
            PERFORM matchOneCollectionAction UNTIL logEof
            CLOSE COLLECTION-LOG-FILE
        END-IF.

    readLogAction.
        READ COLLECTION-LOG-FILE
            AT END
                SET logEof TO TRUE
        END-READ.

    matchOneCollectionAction.
        MOVE 0 TO unpaidFoundIndex.
        PERFORM VARYING unpaidTableIndex FROM 1 BY 1
            UNTIL unpaidTableIndex > unpaidTableCount
                OR unpaidFoundIndex > 0
            IF unpTabState(unpaidTableIndex) = "U"
                AND unpTabMandate(unpaidTableIndex)
                    = LogMandateReference
                AND unpTabDate(unpaidTableIndex) = LogCollectionDate
                AND unpTabAmount(unpaidTableIndex) = LogAmount
                MOVE unpaidTableIndex TO unpaidFoundIndex
            END-IF
        END-PERFORM.
        IF unpaidFoundIndex > 0
            MOVE "M" TO unpTabState(unpaidFoundIndex)
            MOVE LogAccountId TO unpTabAccountId(unpaidFoundIndex)
        END-IF.
        PERFORM readLogAction.

    matchReturnsRegisterAction.
*>      A return already on the register was reversed by an earlier
*>      run of the same unpaid file.
        OPEN INPUT RETURNS-FILE.
        IF wsReturnsStatus = "00"
            PERFORM readReturnAction
            PERFORM matchOneReturnAction UNTIL returnsEof
            CLOSE RETURNS-FILE
        END-IF.

    readReturnAction.
        READ RETURNS-FILE
            AT END
                SET returnsEof TO TRUE
        END-READ.

    matchOneReturnAction.
        MOVE 0 TO unpaidFoundIndex.
        PERFORM VARYING unpaidTableIndex FROM 1 BY 1
            UNTIL unpaidTableIndex > unpaidTableCount
                OR unpaidFoundIndex > 0
            IF unpTabState(unpaidTableIndex) = "M"
                AND unpTabMandate(unpaidTableIndex)
                    = RetnMandateReference
                AND unpTabDate(unpaidTableIndex) = RetnCollectionDate
                AND unpTabAmount(unpaidTableIndex) = RetnAmount
                MOVE unpaidTableIndex TO unpaidFoundIndex
            END-IF
        END-PERFORM.
        IF unpaidFoundIndex > 0
            MOVE "R" TO unpTabState(unpaidFoundIndex)
        END-IF.
        PERFORM readReturnAction.

    reverseOneItemAction.
        EVALUATE unpTabState(unpaidTableIndex)
            WHEN "M"
                PERFORM postReversalAction
                PERFORM countMandateFailureAction
                MOVE "A" TO unpTabState(unpaidTableIndex)
                ADD 1 TO wsItemsReversed
                ADD unpTabAmount(unpaidTableIndex) TO wsReversedTotal
            WHEN "R"
                ADD 1 TO wsItemsRepeated
            WHEN OTHER
                ADD 1 TO wsItemsUnmatched
        END-EVALUATE.

    postReversalAction.
        MOVE unpTabDate(unpaidTableIndex) TO wsReversalRefDate.
        MOVE unpTabAccountId(unpaidTableIndex) TO PostAccountId.
        COMPUTE PostAmount = 0 - unpTabAmount(unpaidTableIndex).
        MOVE wsReversalReference TO PostReference.
        MOVE wsRunDate TO PostDate.
        PERFORM writeSourcePostingAction.
        MOVE unpTabMandate(unpaidTableIndex) TO RetnMandateReference.
        MOVE unpTabAccountId(unpaidTableIndex) TO RetnAccountId.
        MOVE unpTabDate(unpaidTableIndex) TO RetnCollectionDate.
        MOVE unpTabAmount(unpaidTableIndex) TO RetnAmount.
        MOVE unpTabReason(unpaidTableIndex) TO RetnReasonCode.
        MOVE wsRunDate TO RetnReturnDate.
        WRITE ReturnRecord.

    countMandateFailureAction.
        MOVE 0 TO mandateFoundIndex.
        PERFORM VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount
                OR mandateFoundIndex > 0
            IF mandateTableEntry(mandateTableIndex)(1:18)
                    = unpTabMandate(unpaidTableIndex)
                MOVE mandateTableIndex TO mandateFoundIndex
            END-IF
        END-PERFORM.
        IF mandateFoundIndex > 0
            MOVE mandateTableEntry(mandateFoundIndex) TO MandateRecord
            IF MandateFailCount < 99
                ADD 1 TO MandateFailCount
            END-IF
            IF mandateActive AND MandateFailCount >= wsMaxFailures
                SET mandateSuspended TO TRUE
                MOVE "Y" TO unpTabSuspended(unpaidTableIndex)
                ADD 1 TO wsMandatesSuspended
            END-IF
            MOVE MandateRecord TO mandateTableEntry(mandateFoundIndex)
        END-IF.

    reportOneItemAction.
        MOVE unpTabMandate(unpaidTableIndex) TO wsDetailMandate.
        MOVE unpTabAccountId(unpaidTableIndex) TO wsDetailAccountId.
        MOVE unpTabDate(unpaidTableIndex) TO wsDetailDate.
        MOVE unpTabAmount(unpaidTableIndex) TO wsDetailAmount.
        MOVE unpTabReason(unpaidTableIndex) TO wsDetailReason.
        EVALUATE TRUE
            WHEN unpTabState(unpaidTableIndex) = "A"
                AND unpTabSuspended(unpaidTableIndex) = "Y"
                MOVE "reversed - mandate suspended" TO wsDetailAction
            WHEN unpTabState(unpaidTableIndex) = "A"
                MOVE "reversed" TO wsDetailAction
            WHEN unpTabState(unpaidTableIndex) = "R"
                MOVE "already returned - no action"
                    TO wsDetailAction
            WHEN OTHER
                MOVE "** NOT ON THE COLLECTION LOG" TO wsDetailAction
        END-EVALUATE.
        WRITE ReturnsReportLine FROM wsDetailLine.

    writeReportHeaderAction.
        MOVE "Direct debit returns" TO wsListLine.
        WRITE ReturnsReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Run date: " DELIMITED BY SIZE
               wsRunDate DELIMITED BY SIZE
               "   Failures before suspension: " DELIMITED BY SIZE
               wsMaxFailures DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ReturnsReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE ReturnsReportLine FROM wsListLine.
        WRITE ReturnsReportLine FROM wsHeadingLine.
        MOVE ALL "-" TO wsListLine.
        WRITE ReturnsReportLine FROM wsListLine.

    writeReportTotalsAction.
        MOVE SPACES TO wsListLine.
        WRITE ReturnsReportLine FROM wsListLine.
        MOVE ALL "=" TO wsListLine.
        WRITE ReturnsReportLine FROM wsListLine.
        MOVE wsReversedTotal TO wsEditedTotal.
        MOVE SPACES TO wsListLine.
        STRING "Reversed: " DELIMITED BY SIZE
               wsItemsReversed DELIMITED BY SIZE
               "  Amount: " DELIMITED BY SIZE
               wsEditedTotal DELIMITED BY SIZE
               "  Mandates suspended: " DELIMITED BY SIZE
               wsMandatesSuspended DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ReturnsReportLine FROM wsListLine.
        MOVE SPACES TO wsListLine.
        STRING "Items read: " DELIMITED BY SIZE
               wsItemsRead DELIMITED BY SIZE
               "  Already returned: " DELIMITED BY SIZE
               wsItemsRepeated DELIMITED BY SIZE
               "  Not collected by us: " DELIMITED BY SIZE
               wsItemsUnmatched DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        WRITE ReturnsReportLine FROM wsListLine.

    saveMandateFileAction.
        OPEN OUTPUT MANDATE-FILE.
        PERFORM writeOneMandateAction
            VARYING mandateTableIndex FROM 1 BY 1
            UNTIL mandateTableIndex > mandateTableCount.
        CLOSE MANDATE-FILE.

    writeOneMandateAction.
        MOVE mandateTableEntry(mandateTableIndex) TO MandateRecord.
        WRITE MandateRecord.

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
