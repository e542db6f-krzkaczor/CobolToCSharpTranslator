IDENTIFICATION DIVISION.
PROGRAM-ID.  SodConflict.

*> Monthly segregation-of-duties conflict report across the audit
*> trails.  The two-person controls each program enforces on its own
*> (WithdrawReview refusing the requester, WriteOffReview refusing
*> the reviewer) do not see across programs; this run does.  Every
*> rule on the SODRULES table (kept by SodRuleMaint - the standard
*> rules are used when there is no table) names two actions one
*> operator must not both perform on the same record, and the record
*> is matched either on the account or on the posting reference.
*> The actions are gathered from:
*>
*>   PAYKEY   CASHRCPT receipt log - the cashier, the account and
*>            the receipt reference, on the receipt date;
*>   SUSPCLR  SIGNSUSP suspense file - the clerk who cleared the
*>            item, its original account and reference, on the date
*>            it was cleared;
*>   CALCPOST CALCARCH calculator tape archive - the operator, the
*>            account and reference of each POST line, on the date
*>            of the session's HDR;
*>   STUAMEND STUAUDIT student audit trail - the operator of each
*>            change (before, re-admission and contact images), the
*>            student's fee account "S" plus the student id, on the
*>            audit date;
*>   WDREQ,   WDDECIDE withdrawal decisions - the requester and, for
*>   WDAPPR   an approved withdrawal, the approver, against the
*>            student's fee account, on the decision date.
*>
*> A case is listed when the later of its two halves falls in the
*> report month, so each one is reported once however long the
*> trails grow.  Each half shows whether the OPERLOG sign-on log has
*> the operator signed on that day, which tells the auditor whether
*> the id was verified or only keyed.  The optional SODPRM parameter
*> gives the month (YYYYMM); by default the report covers the month
*> before the run date.  Output lands on SODRPT; any conflict, or
*> actions dropped because the table filled, ends the run with
*> RETURN-CODE 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOD-RULE-FILE ASSIGN TO "SODRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRuleStatus.

    SELECT PARAMETER-FILE ASSIGN TO "SODPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsParameterStatus.

    SELECT RECEIPT-LOG-FILE ASSIGN TO "CASHRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReceiptStatus.

    SELECT SUSPENSE-FILE ASSIGN TO "SIGNSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsSuspenseStatus.

    SELECT TAPE-ARCHIVE-FILE ASSIGN TO "CALCARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsArchiveStatus.

    SELECT AUDIT-FILE ASSIGN TO "STUAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAuditStatus.

    SELECT DECISIONS-FILE ASSIGN TO "WDDECIDE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsDecisionStatus.

    SELECT ATTEMPT-LOG-FILE ASSIGN TO "OPERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAttemptLogStatus.

    SELECT CONFLICT-REPORT-FILE ASSIGN TO "SODRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReportStatus.

DATA DIVISION.
FILE SECTION.
FD  SOD-RULE-FILE.
01  SodRuleRecord.
    COPY SODRULE.

FD  PARAMETER-FILE.
01  ParameterRecord.
    05  ParmMonth           PIC 9(6).

FD  RECEIPT-LOG-FILE.
01  ReceiptRecord.
    COPY CASHRCPT.

FD  SUSPENSE-FILE.
01  SuspenseRecord.
    05  SuspOriginalAccount PIC X(8).
    05  SuspAmount          PIC S9(7)V99.
    05  SuspReference       PIC X(10).
    05  SuspDate            PIC 9(8).
    05  SuspReason          PIC X(6).
    05  SuspClearedSwitch   PIC X.
        88 suspCleared      VALUE "Y".
    05  SuspClearedBy       PIC X(8).
    05  SuspClearedDate     PIC 9(8).

FD  TAPE-ARCHIVE-FILE.
01  TapeArchiveRecord       PIC X(250).

FD  AUDIT-FILE.
01  StudentAuditRecord.
    02  AuditOperatorId     PIC X(8).
    02  AuditDate           PIC 9(8).
    02  AuditImageType      PIC X.
    COPY STUDENT.

FD  DECISIONS-FILE.
01  DecisionRecord.
    05  DecStudentId        PIC 9(7).
    05  DecReason           PIC X(2).
    05  DecRequestedBy      PIC X(8).
    05  DecDecidedBy        PIC X(8).
    05  DecOutcome          PIC X.
    05  DecDate             PIC 9(8).

FD  ATTEMPT-LOG-FILE.
01  AttemptLogRecord.
    05  AttemptTimestamp    PIC X(19).
    05  AttemptOperatorId   PIC X(8).
    05  AttemptOutcome      PIC X(8).

FD  CONFLICT-REPORT-FILE.
01  ConflictReportLine      PIC X(100).

WORKING-STORAGE SECTION.
01 wsRuleStatus PIC XX VALUE "00".
01 wsParameterStatus PIC XX VALUE "00".
01 wsReceiptStatus PIC XX VALUE "00".
01 wsSuspenseStatus PIC XX VALUE "00".
01 wsArchiveStatus PIC XX VALUE "00".
01 wsAuditStatus PIC XX VALUE "00".
01 wsDecisionStatus PIC XX VALUE "00".
01 wsAttemptLogStatus PIC XX VALUE "00".
01 wsReportStatus PIC XX VALUE "00".

01 fileEofSwitch PIC X VALUE "N".
   88 fileEof VALUE "Y".

01 wsReportMonth PIC 9(6) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 wsRunDateParts REDEFINES wsRunDate.
   05 wsRunYear  PIC 9(4).
   05 wsRunMonth PIC 9(2).
   05 wsRunDay   PIC 9(2).
01 wsPriorYear PIC 9(4) VALUE 0.
01 wsPriorMonth PIC 9(2) VALUE 0.

01 ruleTableCount PIC 9(2) VALUE 0.
01 ruleTableIndex PIC 9(2) VALUE 0.
01 ruleTable.
   05 ruleTableEntry OCCURS 50 TIMES PIC X(61).
01 wsRule.
    COPY SODRULE.

01 actionCatalogue.
    COPY SODACT.
01 defaultRules.
    COPY SODDFLT.

*> Which actions the rules ask for, in catalogue order; only those
*> are gathered.
01 wantedActions.
   05 actionWanted OCCURS 6 TIMES PIC X.
01 wantedIndex PIC 9(2) VALUE 0.
01 wsActionCode PIC X(8) VALUE SPACES.
01 wsActionOperator PIC X(8) VALUE SPACES.
01 wsActionAccount PIC X(8) VALUE SPACES.
01 wsActionReference PIC X(10) VALUE SPACES.
01 wsActionDate PIC 9(8) VALUE 0.

01 actTableCount PIC 9(4) VALUE 0.
01 actFirst PIC 9(4) VALUE 0.
01 actSecond PIC 9(4) VALUE 0.
01 actTable.
   05 actEntry OCCURS 3000 TIMES.
      10 actCode       PIC X(8).
      10 actOperator   PIC X(8).
      10 actAccount    PIC X(8).
      10 actReference  PIC X(10).
      10 actDate       PIC 9(8).
01 wsDroppedCount PIC 9(5) VALUE 0.

*> Days each operator signed on successfully, from OPERLOG.
01 signOnTableCount PIC 9(4) VALUE 0.
01 signOnTableIndex PIC 9(4) VALUE 0.
01 signOnTable.
   05 signOnEntry OCCURS 3000 TIMES.
      10 signOnOperator PIC X(8).
      10 signOnDate     PIC 9(8).
01 wsLogDate PIC 9(8) VALUE 0.
01 wsLogDateParts REDEFINES wsLogDate.
   05 wsLogYear  PIC 9(4).
   05 wsLogMonth PIC 9(2).
   05 wsLogDay   PIC 9(2).
01 signedOnSwitch PIC X VALUE "N".
   88 signedOnThatDay VALUE "Y".
01 wsLookupOperator PIC X(8) VALUE SPACES.
01 wsLookupDate PIC 9(8) VALUE 0.

*> Calculator tape lines, laid out as the calculator writes them.
01 wsTapeBuffer PIC X(250).
01 wsTapeHeaderLine.
   05 FILLER              PIC X(9).
   05 wsHeaderDate        PIC 9(8).
   05 FILLER              PIC X(233).
01 wsTapePostingLine.
   05 FILLER              PIC X(4).
   05 wsTapeOperatorId    PIC X(8).
   05 FILLER              PIC X(10).
   05 wsTapeOperationName PIC X(10).
   05 FILLER              PIC X(36).
   05 wsTapePostAccountId PIC X(8).
   05 FILLER              PIC X(5).
   05 wsTapePostReference PIC X(10).
   05 FILLER              PIC X(159).
01 wsSessionDate PIC 9(8) VALUE 0.

01 matchSwitch PIC X VALUE "N".
   88 recordsMatch VALUE "Y".
01 wsLaterDate PIC 9(8) VALUE 0.
01 wsLaterParts REDEFINES wsLaterDate.
   05 wsLaterMonth PIC 9(6).
   05 FILLER       PIC 9(2).
01 wsRuleConflicts PIC 9(5) VALUE 0.
01 wsConflictCount PIC 9(5) VALUE 0.
01 wsGatheredCount PIC 9(5) VALUE 0.

01 wsDetailLine.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailOperator   PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailRecord     PIC X(10).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailActionA    PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailDateA      PIC 9(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailLogA       PIC X(3).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 wsDetailActionB    PIC X(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailDateB      PIC 9(8).
   05 FILLER             PIC X VALUE SPACE.
   05 wsDetailLogB       PIC X(3).

01 wsListLine PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadParameterAction.
    PERFORM loadRuleTableAction.
    IF ruleTableCount = 0
        DISPLAY "*************************************************"
        DISPLAY "** SODRULES HOLDS NO RULES - NOTHING TO CHECK."
        DISPLAY "** RUN SodRuleMaint TO SET THE RULES."
        DISPLAY "*************************************************"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM gatherReceiptsAction.
    PERFORM gatherSuspenseAction.
    PERFORM gatherCalculatorAction.
    PERFORM gatherStudentAuditAction.
    PERFORM gatherWithdrawalsAction.
    PERFORM loadSignOnLogAction.

    OPEN OUTPUT CONFLICT-REPORT-FILE.
    MOVE "Segregation-of-duties conflicts" TO wsListLine.
    WRITE ConflictReportLine FROM wsListLine.
    MOVE "===============================" TO wsListLine.
    WRITE ConflictReportLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Month "              DELIMITED BY SIZE
           wsReportMonth         DELIMITED BY SIZE
           "   actions gathered " DELIMITED BY SIZE
           actTableCount         DELIMITED BY SIZE
           "   log = signed on that day per OPERLOG"
                                 DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ConflictReportLine FROM wsListLine.
    PERFORM checkOneRuleAction
        VARYING ruleTableIndex FROM 1 BY 1
        UNTIL ruleTableIndex > ruleTableCount.
    CLOSE CONFLICT-REPORT-FILE.

    DISPLAY "=====================".
    DISPLAY " Segregation of duties, month " wsReportMonth.
    DISPLAY "=====================".
    DISPLAY " Rules checked    : " ruleTableCount.
    DISPLAY " Actions gathered : " actTableCount.
    DISPLAY " Conflicts        : " wsConflictCount.
    IF wsDroppedCount > 0
        DISPLAY " Actions not checked (table full): " wsDroppedCount
    END-IF.
    DISPLAY "=====================".
    IF wsConflictCount > 0 OR wsDroppedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

    loadParameterAction.
        IF wsRunMonth = 1
            COMPUTE wsPriorYear = wsRunYear - 1
            MOVE 12 TO wsPriorMonth
        ELSE
            MOVE wsRunYear TO wsPriorYear
            COMPUTE wsPriorMonth = wsRunMonth - 1
        END-IF.
        COMPUTE wsReportMonth = wsPriorYear * 100 + wsPriorMonth.
        OPEN INPUT PARAMETER-FILE.
        IF wsParameterStatus = "00"
            READ PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmMonth IS NUMERIC AND ParmMonth > 0
                        MOVE ParmMonth TO wsReportMonth
                    END-IF
            END-READ
            CLOSE PARAMETER-FILE
        END-IF.

    loadRuleTableAction.
        OPEN INPUT SOD-RULE-FILE.
        IF wsRuleStatus = "00"
            MOVE "N" TO fileEofSwitch
            PERFORM UNTIL fileEof
                READ SOD-RULE-FILE
                    AT END
                        SET fileEof TO TRUE
                    NOT AT END
                        IF ruleTableCount < 50
                            ADD 1 TO ruleTableCount
                            MOVE SodRuleRecord
                                TO ruleTableEntry(ruleTableCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SOD-RULE-FILE
        ELSE
            PERFORM VARYING ruleTableIndex FROM 1 BY 1
                UNTIL ruleTableIndex > 4
                ADD 1 TO ruleTableCount
                MOVE SodDefaultRule(ruleTableIndex)
                    TO ruleTableEntry(ruleTableCount)
            END-PERFORM
        END-IF.
        MOVE ALL "N" TO wantedActions.
        PERFORM VARYING ruleTableIndex FROM 1 BY 1
            UNTIL ruleTableIndex > ruleTableCount
            MOVE ruleTableEntry(ruleTableIndex) TO wsRule
            PERFORM VARYING wantedIndex FROM 1 BY 1
                UNTIL wantedIndex > 6
                IF SodActionCode(wantedIndex) = SodActionA OF wsRule
                    OR SodActionCode(wantedIndex)
                        = SodActionB OF wsRule
                    MOVE "Y" TO actionWanted(wantedIndex)
                END-IF
            END-PERFORM
        END-PERFORM.

    storeActionAction.
*>      One half of a possible conflict; an action with no operator
*>      cannot be attributed and is passed over.
        IF wsActionOperator NOT = SPACES
            IF actTableCount < 3000
                ADD 1 TO actTableCount
                MOVE wsActionCode TO actCode(actTableCount)
                MOVE wsActionOperator TO actOperator(actTableCount)
                MOVE wsActionAccount TO actAccount(actTableCount)
                MOVE wsActionReference TO actReference(actTableCount)
                MOVE wsActionDate TO actDate(actTableCount)
            ELSE
                ADD 1 TO wsDroppedCount
            END-IF
        END-IF.

    gatherReceiptsAction.
        IF actionWanted(1) = "Y"
            OPEN INPUT RECEIPT-LOG-FILE
            IF wsReceiptStatus = "00"
                MOVE "N" TO fileEofSwitch
                PERFORM UNTIL fileEof
                    READ RECEIPT-LOG-FILE
                        AT END
                            SET fileEof TO TRUE
                        NOT AT END
                            MOVE "PAYKEY" TO wsActionCode
                            MOVE ReceiptCashierId TO wsActionOperator
                            MOVE ReceiptAccountId TO wsActionAccount
                            MOVE ReceiptReference
                                TO wsActionReference
                            MOVE ReceiptDate TO wsActionDate
                            PERFORM storeActionAction
                    END-READ
                END-PERFORM
                CLOSE RECEIPT-LOG-FILE
            END-IF
        END-IF.

    gatherSuspenseAction.
*>      Items cleared before the clerk was recorded carry no name
*>      and cannot be checked.
        IF actionWanted(2) = "Y"
            OPEN INPUT SUSPENSE-FILE
            IF wsSuspenseStatus = "00"
                MOVE "N" TO fileEofSwitch
                PERFORM UNTIL fileEof
                    READ SUSPENSE-FILE
                        AT END
                            SET fileEof TO TRUE
                        NOT AT END
                            IF suspCleared
                                AND SuspClearedDate IS NUMERIC
                                PERFORM storeSuspenseAction
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSE-FILE
            END-IF
        END-IF.

    storeSuspenseAction.
        MOVE "SUSPCLR" TO wsActionCode.
        MOVE SuspClearedBy TO wsActionOperator.
        MOVE SuspOriginalAccount TO wsActionAccount.
        MOVE SuspReference TO wsActionReference.
        MOVE SuspClearedDate TO wsActionDate.
        PERFORM storeActionAction.

    gatherCalculatorAction.
        IF actionWanted(3) = "Y"
            OPEN INPUT TAPE-ARCHIVE-FILE
            IF wsArchiveStatus = "00"
                MOVE 0 TO wsSessionDate
                MOVE "N" TO fileEofSwitch
                PERFORM UNTIL fileEof
                    READ TAPE-ARCHIVE-FILE INTO wsTapeBuffer
                        AT END
                            SET fileEof TO TRUE
                        NOT AT END
                            PERFORM scanTapeLineAction
                    END-READ
                END-PERFORM
                CLOSE TAPE-ARCHIVE-FILE
            END-IF
        END-IF.

    scanTapeLineAction.
        EVALUATE wsTapeBuffer(1:4)
            WHEN "HDR "
                MOVE wsTapeBuffer TO wsTapeHeaderLine
                IF wsHeaderDate IS NUMERIC
                    MOVE wsHeaderDate TO wsSessionDate
                ELSE
                    MOVE 0 TO wsSessionDate
                END-IF
            WHEN "OPR="
                MOVE wsTapeBuffer TO wsTapePostingLine
                IF wsTapeOperationName = "POST"
                    MOVE "CALCPOST" TO wsActionCode
                    MOVE wsTapeOperatorId TO wsActionOperator
                    MOVE wsTapePostAccountId TO wsActionAccount
                    MOVE wsTapePostReference TO wsActionReference
                    MOVE wsSessionDate TO wsActionDate
                    PERFORM storeActionAction
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    gatherStudentAuditAction.
*>      One action per change: the before image of an amendment, a
*>      re-admission, or the before image of a contact change.
        IF actionWanted(4) = "Y"
            OPEN INPUT AUDIT-FILE
            IF wsAuditStatus = "00"
                MOVE "N" TO fileEofSwitch
                PERFORM UNTIL fileEof
                    READ AUDIT-FILE
                        AT END
                            SET fileEof TO TRUE
                        NOT AT END
                            IF AuditImageType = "B"
                                OR AuditImageType = "R"
                                OR AuditImageType = "E"
                                PERFORM storeStudentAuditAction
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF
        END-IF.

    storeStudentAuditAction.
        MOVE "STUAMEND" TO wsActionCode.
        MOVE AuditOperatorId TO wsActionOperator.
        MOVE SPACES TO wsActionAccount.
        STRING "S"            DELIMITED BY SIZE
               StudentId      DELIMITED BY SIZE
               INTO wsActionAccount
        END-STRING.
        MOVE SPACES TO wsActionReference.
        MOVE AuditDate TO wsActionDate.
        PERFORM storeActionAction.

    gatherWithdrawalsAction.
        IF actionWanted(5) = "Y" OR actionWanted(6) = "Y"
            OPEN INPUT DECISIONS-FILE
            IF wsDecisionStatus = "00"
                MOVE "N" TO fileEofSwitch
                PERFORM UNTIL fileEof
                    READ DECISIONS-FILE
                        AT END
                            SET fileEof TO TRUE
                        NOT AT END
                            PERFORM storeWithdrawalAction
                    END-READ
                END-PERFORM
                CLOSE DECISIONS-FILE
            END-IF
        END-IF.

    storeWithdrawalAction.
        MOVE SPACES TO wsActionAccount.
        STRING "S"          DELIMITED BY SIZE
               DecStudentId DELIMITED BY SIZE
               INTO wsActionAccount
        END-STRING.
        MOVE SPACES TO wsActionReference.
        MOVE DecDate TO wsActionDate.
        IF actionWanted(5) = "Y"
            MOVE "WDREQ" TO wsActionCode
            MOVE DecRequestedBy TO wsActionOperator
            PERFORM storeActionAction
        END-IF.
        IF actionWanted(6) = "Y" AND DecOutcome = "A"
            MOVE "WDAPPR" TO wsActionCode
            MOVE DecDecidedBy TO wsActionOperator
            PERFORM storeActionAction
        END-IF.

    loadSignOnLogAction.
*>      Successful sign-ons only, one entry per operator per day
*>      while the log runs in order.
        OPEN INPUT ATTEMPT-LOG-FILE.
        IF wsAttemptLogStatus = "00"
            MOVE "N" TO fileEofSwitch
            PERFORM UNTIL fileEof
                READ ATTEMPT-LOG-FILE
                    AT END
                        SET fileEof TO TRUE
                    NOT AT END
                        IF AttemptOutcome = "SIGNEDON"
                            OR AttemptOutcome = "PINDUE"
                            OR AttemptOutcome = "PINSETUP"
                            PERFORM storeSignOnAction
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATTEMPT-LOG-FILE
        END-IF.

    storeSignOnAction.
        MOVE AttemptTimestamp(1:4) TO wsLogYear.
        MOVE AttemptTimestamp(6:2) TO wsLogMonth.
        MOVE AttemptTimestamp(9:2) TO wsLogDay.
        MOVE AttemptOperatorId TO wsLookupOperator.
        MOVE wsLogDate TO wsLookupDate.
        PERFORM findSignOnAction.
        IF NOT signedOnThatDay AND signOnTableCount < 3000
            ADD 1 TO signOnTableCount
            MOVE AttemptOperatorId TO signOnOperator(signOnTableCount)
            MOVE wsLogDate TO signOnDate(signOnTableCount)
        END-IF.

    findSignOnAction.
        MOVE "N" TO signedOnSwitch.
        PERFORM VARYING signOnTableIndex FROM 1 BY 1
            UNTIL signOnTableIndex > signOnTableCount
                OR signedOnThatDay
            IF signOnOperator(signOnTableIndex) = wsLookupOperator
                AND signOnDate(signOnTableIndex) = wsLookupDate
                SET signedOnThatDay TO TRUE
            END-IF
        END-PERFORM.

    checkOneRuleAction.
        MOVE ruleTableEntry(ruleTableIndex) TO wsRule.
        MOVE SPACES TO wsListLine.
        WRITE ConflictReportLine FROM wsListLine.
        STRING SodRuleId OF wsRule      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               SodDescription OF wsRule DELIMITED BY SIZE
               INTO wsListLine
        END-STRING.
        IF SodMatchAccount OF wsRule
            MOVE "(same account)" TO wsListLine(47:)
        ELSE
            MOVE "(same reference)" TO wsListLine(47:)
        END-IF.
        WRITE ConflictReportLine FROM wsListLine.
        MOVE 0 TO wsRuleConflicts.
        PERFORM VARYING actFirst FROM 1 BY 1
            UNTIL actFirst > actTableCount
            IF actCode(actFirst) = SodActionA OF wsRule
                PERFORM VARYING actSecond FROM 1 BY 1
                    UNTIL actSecond > actTableCount
                    IF actCode(actSecond) = SodActionB OF wsRule
                        AND actOperator(actSecond)
                            = actOperator(actFirst)
                        PERFORM checkPairAction
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM.
        IF wsRuleConflicts = 0
            MOVE "  No conflicts." TO wsListLine
            WRITE ConflictReportLine FROM wsListLine
        END-IF.

    checkPairAction.
        MOVE "N" TO matchSwitch.
        IF SodMatchAccount OF wsRule
            IF actAccount(actFirst) NOT = SPACES
                AND actAccount(actFirst) = actAccount(actSecond)
                SET recordsMatch TO TRUE
            END-IF
        ELSE
            IF actReference(actFirst) NOT = SPACES
                AND actReference(actFirst) = actReference(actSecond)
                SET recordsMatch TO TRUE
            END-IF
        END-IF.
        IF recordsMatch
            IF actDate(actFirst) > actDate(actSecond)
                MOVE actDate(actFirst) TO wsLaterDate
            ELSE
                MOVE actDate(actSecond) TO wsLaterDate
            END-IF
            IF wsLaterMonth = wsReportMonth
                PERFORM writeConflictAction
            END-IF
        END-IF.

    writeConflictAction.
        IF wsRuleConflicts = 0
            MOVE "  Operator Record      First    date     log" TO
                wsListLine
            MOVE "Second   date     log" TO wsListLine(47:)
            WRITE ConflictReportLine FROM wsListLine
        END-IF.
        ADD 1 TO wsRuleConflicts.
        ADD 1 TO wsConflictCount.
        MOVE actOperator(actFirst) TO wsDetailOperator.
        IF SodMatchAccount OF wsRule
            MOVE actAccount(actFirst) TO wsDetailRecord
        ELSE
            MOVE actReference(actFirst) TO wsDetailRecord
        END-IF.
        MOVE actCode(actFirst) TO wsDetailActionA.
        MOVE actDate(actFirst) TO wsDetailDateA.
        MOVE actOperator(actFirst) TO wsLookupOperator.
        MOVE actDate(actFirst) TO wsLookupDate.
        PERFORM findSignOnAction.
        IF signedOnThatDay
            MOVE "yes" TO wsDetailLogA
        ELSE
            MOVE "no" TO wsDetailLogA
        END-IF.
        MOVE actCode(actSecond) TO wsDetailActionB.
        MOVE actDate(actSecond) TO wsDetailDateB.
        MOVE actDate(actSecond) TO wsLookupDate.
        PERFORM findSignOnAction.
        IF signedOnThatDay
            MOVE "yes" TO wsDetailLogB
        ELSE
            MOVE "no" TO wsDetailLogB
        END-IF.
        WRITE ConflictReportLine FROM wsDetailLine.
