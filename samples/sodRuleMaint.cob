IDENTIFICATION DIVISION.
PROGRAM-ID.  SodRuleMaint.

*> Maintains the SODRULES segregation-of-duties rule table the
*> monthly SodConflict run checks the audit trails against.  Each
*> rule is an id, the two actions one operator must not both perform
*> on the same record, whether the record is matched on the account
*> (a student's fee account "S" plus the student id, or a ledger
*> account) or on the posting reference, and a description for the
*> report.  The actions are the ones SodConflict knows how to find:
*>
*>   PAYKEY   receipt keyed at the cash desk (CASHRCPT)
*>   SUSPCLR  suspense item cleared (SIGNSUSP)
*>   CALCPOST calculator posting to the ledger (CALCARCH)
*>   STUAMEND student record amended (STUAUDIT)
*>   WDREQ    withdrawal requested (WDDECIDE)
*>   WDAPPR   withdrawal approved (WDDECIDE)
*>
*> With no table on file the standard rules are offered as the
*> starting point.  Setting a rule id already on the table replaces
*> the rule.  The file is loaded into a table at start-up and
*> rewritten whole on exit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOD-RULE-FILE ASSIGN TO "SODRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRuleStatus.

DATA DIVISION.
FILE SECTION.
FD  SOD-RULE-FILE.
01  SodRuleRecord.
    COPY SODRULE.

WORKING-STORAGE SECTION.
01 wsRuleStatus PIC XX VALUE "00".

01 ruleEofSwitch PIC X VALUE "N".
   88 ruleEof VALUE "Y".
01 rulesChangedSwitch PIC X VALUE "N".
   88 rulesChanged VALUE "Y".

01 ruleTableCount PIC 9(2) VALUE 0.
01 ruleTableIndex PIC 9(2) VALUE 0.
01 ruleFoundIndex PIC 9(2) VALUE 0.
01 ruleTable.
    05 ruleTableEntry OCCURS 50 TIMES PIC X(61).

01 actionCatalogue.
    COPY SODACT.
01 actionIndex PIC 9(2) VALUE 0.
01 actionFoundSwitch PIC X VALUE "N".
   88 actionFound VALUE "Y".

01 defaultRules.
    COPY SODDFLT.

01 wsActionAnswer PIC X VALUE SPACE.
   88 setSelected    VALUE "S".
   88 deleteSelected VALUE "D".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsRuleIdInput PIC X(4) VALUE SPACES.
01 wsActionInput PIC X(8) VALUE SPACES.
01 wsMatchInput PIC X VALUE SPACE.
01 wsDescriptionInput PIC X(40) VALUE SPACES.
01 wsNewRule.
    COPY SODRULE.

PROCEDURE DIVISION.
Begin.
    DISPLAY " Segregation-of-duties rule maintenance".
    DISPLAY "=====================".
    PERFORM loadRuleTableAction.
    PERFORM maintainMenuAction UNTIL exitSelected.
    IF rulesChanged
        PERFORM saveRuleFileAction
        DISPLAY "Rule table saved - " ruleTableCount
            " rule(s) on file."
    ELSE
        DISPLAY "No changes made - rule table left as it was."
    END-IF.
    STOP RUN.

    loadRuleTableAction.
        MOVE 0 TO ruleTableCount.
        MOVE "N" TO ruleEofSwitch.
        OPEN INPUT SOD-RULE-FILE.
        IF wsRuleStatus = "00"
            PERFORM readRuleAction
            PERFORM addRuleEntryAction UNTIL ruleEof
            CLOSE SOD-RULE-FILE
        ELSE
            DISPLAY "No rule table yet - starting from the standard "
                "rules."
            PERFORM VARYING ruleTableIndex FROM 1 BY 1
                UNTIL ruleTableIndex > 4
                ADD 1 TO ruleTableCount
                MOVE SodDefaultRule(ruleTableIndex)
                    TO ruleTableEntry(ruleTableCount)
            END-PERFORM
            SET rulesChanged TO TRUE
        END-IF.

    readRuleAction.
        READ SOD-RULE-FILE
            AT END
                SET ruleEof TO TRUE
        END-READ.

    addRuleEntryAction.
        IF ruleTableCount < 50
            ADD 1 TO ruleTableCount
            MOVE SodRuleRecord TO ruleTableEntry(ruleTableCount)
        END-IF.
        PERFORM readRuleAction.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(S)et a rule, (D)elete a rule, (L)ist, e(X)it and "
            "save?".
        ACCEPT wsActionAnswer.
        INSPECT wsActionAnswer CONVERTING "sdlx" TO "SDLX".
        EVALUATE TRUE
            WHEN setSelected
                PERFORM setRuleAction
            WHEN deleteSelected
                PERFORM deleteRuleAction
            WHEN listSelected
                PERFORM listRulesAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter S, D, L or X."
        END-EVALUATE.

    setRuleAction.
        MOVE SPACES TO wsRuleIdInput.
        PERFORM UNTIL wsRuleIdInput NOT = SPACES
            DISPLAY "Rule id (4 characters):"
            ACCEPT wsRuleIdInput
            INSPECT wsRuleIdInput CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        END-PERFORM.
        MOVE SPACES TO wsNewRule.
        MOVE wsRuleIdInput TO SodRuleId OF wsNewRule.
        DISPLAY "First action:".
        PERFORM acceptActionCodeAction.
        MOVE wsActionInput TO SodActionA OF wsNewRule.
        MOVE SPACES TO wsActionInput.
        PERFORM UNTIL wsActionInput NOT = SPACES
            DISPLAY "Second action:"
            PERFORM acceptActionCodeAction
            IF wsActionInput = SodActionA OF wsNewRule
                DISPLAY "The two actions must differ."
                MOVE SPACES TO wsActionInput
            END-IF
        END-PERFORM.
        MOVE wsActionInput TO SodActionB OF wsNewRule.
        MOVE SPACE TO wsMatchInput.
        PERFORM UNTIL wsMatchInput = "A" OR wsMatchInput = "R"
            DISPLAY "Same record means same (A)ccount or same "
                "(R)eference?"
            ACCEPT wsMatchInput
            INSPECT wsMatchInput CONVERTING "ar" TO "AR"
        END-PERFORM.
        MOVE wsMatchInput TO SodMatchOn OF wsNewRule.
        MOVE SPACES TO wsDescriptionInput.
        PERFORM UNTIL wsDescriptionInput NOT = SPACES
            DISPLAY "Description (up to 40 characters):"
            ACCEPT wsDescriptionInput
        END-PERFORM.
        MOVE wsDescriptionInput TO SodDescription OF wsNewRule.
        PERFORM findRuleAction.
        IF ruleFoundIndex > 0
            MOVE wsNewRule TO ruleTableEntry(ruleFoundIndex)
            DISPLAY "Rule " wsRuleIdInput " replaced."
            SET rulesChanged TO TRUE
        ELSE
            IF ruleTableCount >= 50
                DISPLAY "Rule table is full - cannot add another."
            ELSE
                ADD 1 TO ruleTableCount
                MOVE wsNewRule TO ruleTableEntry(ruleTableCount)
                DISPLAY "Rule " wsRuleIdInput " added."
                SET rulesChanged TO TRUE
            END-IF
        END-IF.

    acceptActionCodeAction.
*>      Only an action SodConflict knows how to find is accepted;
*>      anything else shows the list.
        MOVE "N" TO actionFoundSwitch.
        PERFORM UNTIL actionFound
            DISPLAY "Action code:"
            ACCEPT wsActionInput
            INSPECT wsActionInput CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            PERFORM VARYING actionIndex FROM 1 BY 1
                UNTIL actionIndex > 6
                IF SodActionCode(actionIndex) = wsActionInput
                    SET actionFound TO TRUE
                END-IF
            END-PERFORM
            IF NOT actionFound
                DISPLAY "Not a known action - choose one of:"
                PERFORM VARYING actionIndex FROM 1 BY 1
                    UNTIL actionIndex > 6
                    DISPLAY "  " SodActionCode(actionIndex) " "
                        SodActionTitle(actionIndex)
                END-PERFORM
            END-IF
        END-PERFORM.

    findRuleAction.
        MOVE 0 TO ruleFoundIndex.
        PERFORM VARYING ruleTableIndex FROM 1 BY 1
            UNTIL ruleTableIndex > ruleTableCount
            IF ruleTableEntry(ruleTableIndex)(1:4) = wsRuleIdInput
                MOVE ruleTableIndex TO ruleFoundIndex
            END-IF
        END-PERFORM.

    deleteRuleAction.
        DISPLAY "Rule id to delete:".
        ACCEPT wsRuleIdInput.
        INSPECT wsRuleIdInput CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        PERFORM findRuleAction.
        IF ruleFoundIndex = 0
            DISPLAY "Rule " wsRuleIdInput " is not on the table."
        ELSE
            PERFORM VARYING ruleTableIndex FROM ruleFoundIndex BY 1
                UNTIL ruleTableIndex >= ruleTableCount
                MOVE ruleTableEntry(ruleTableIndex + 1)
                    TO ruleTableEntry(ruleTableIndex)
            END-PERFORM
            SUBTRACT 1 FROM ruleTableCount
            SET rulesChanged TO TRUE
            DISPLAY "Rule " wsRuleIdInput " deleted."
        END-IF.

    listRulesAction.
        IF ruleTableCount = 0
            DISPLAY "No rules on the table."
        END-IF.
        PERFORM VARYING ruleTableIndex FROM 1 BY 1
            UNTIL ruleTableIndex > ruleTableCount
            MOVE ruleTableEntry(ruleTableIndex) TO wsNewRule
            DISPLAY SodRuleId OF wsNewRule " "
                SodActionA OF wsNewRule " + "
                SodActionB OF wsNewRule " same "
                SodMatchOn OF wsNewRule " "
                SodDescription OF wsNewRule
        END-PERFORM.

    saveRuleFileAction.
        OPEN OUTPUT SOD-RULE-FILE.
        PERFORM VARYING ruleTableIndex FROM 1 BY 1
            UNTIL ruleTableIndex > ruleTableCount
            MOVE ruleTableEntry(ruleTableIndex) TO SodRuleRecord
            WRITE SodRuleRecord
        END-PERFORM.
        CLOSE SOD-RULE-FILE.
