IDENTIFICATION DIVISION.
PROGRAM-ID.  ParmMaint.

*> Maintains the PARMMAST parameter master ParmService reads, which
*> holds every program's standing settings in one keyed file in
*> place of the separate control cards each program used to have.
*> An entry is the program, the setting name, the date it takes
*> effect and the value; a change keyed ahead of time waits on the
*> master until its date comes round, and the entry it replaces stays
*> on file so the settings in force on any past date can be shown.
*>
*> The operator signs on through OperSignOn and must hold the
*> maintenance permission.  Only the settings on the PARMCAT
*> catalogue can be set, and each value is checked against the
*> catalogue's type and range before it is taken:
*>
*>   N - a number, with the catalogue's count of decimal places, in
*>       the catalogue minimum to maximum;
*>   C - one of the catalogue's code letters;
*>   A - text (an account or source code) no longer than the length;
*>   H - a time of day, HHMM.
*>
*> An effective date may not be in the past - history is not
*> rewritten - and only an entry not yet in effect may be deleted.
*> Every change is appended to the PARMLOG change log with the
*> operator, the date and time, and the value before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAMETER-MASTER ASSIGN TO "PARMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SettingKey
        FILE STATUS IS wsMasterStatus.

    SELECT CHANGE-LOG-FILE ASSIGN TO "PARMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLogStatus.

DATA DIVISION.
FILE SECTION.
FD  PARAMETER-MASTER.
01  SettingRecord.
    COPY PARMMAST.

FD  CHANGE-LOG-FILE.
01  ChangeLogRecord.
    05  LogDate             PIC 9(8).
    05  LogTime             PIC 9(8).
    05  LogOperatorId       PIC X(8).
    05  LogAction           PIC X.
    05  LogProgram          PIC X(20).
    05  LogName             PIC X(16).
    05  LogEffective        PIC 9(8).
    05  LogOldValue         PIC X(20).
    05  LogNewValue         PIC X(20).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsLogStatus PIC XX VALUE "00".

01 parmCatalogue.
    COPY PARMCAT.
01 catIndex PIC 9(2) VALUE 0.
01 catFoundIndex PIC 9(2) VALUE 0.
01 catEntryCount PIC 9(2) VALUE 39.
01 programKnownSwitch PIC X VALUE "N".
   88 programKnown VALUE "Y".

01 wsActionAnswer PIC X VALUE SPACE.
   88 setSelected    VALUE "S".
   88 deleteSelected VALUE "D".
   88 listSelected   VALUE "L".
   88 exitSelected   VALUE "X".

01 wsProgramInput PIC X(20) VALUE SPACES.
01 wsNameInput PIC X(16) VALUE SPACES.
01 wsValueInput PIC X(20) VALUE SPACES.
01 wsDateInput PIC X(8) VALUE SPACES.
01 wsAnswer PIC X VALUE SPACE.

01 wsEffectiveDate PIC 9(8) VALUE 0.
01 wsEffectiveDigits REDEFINES wsEffectiveDate.
   05 wsEffectiveYear  PIC 9(4).
   05 wsEffectiveMonth PIC 9(2).
   05 wsEffectiveDay   PIC 9(2).

*> The value as it will be stored: text left-justified, or the
*> number in the SettingNumber form.
01 wsNewValue PIC X(20) VALUE SPACES.
01 wsNewNumeric REDEFINES wsNewValue.
   05 wsNewNumber PIC 9(9)V99.
   05 FILLER      PIC X(9).
01 wsOldValue PIC X(20) VALUE SPACES.
01 valueValidSwitch PIC X VALUE "N".
   88 valueValid VALUE "Y".
01 dateValidSwitch PIC X VALUE "N".
   88 dateValid VALUE "Y".
01 entryFoundSwitch PIC X VALUE "N".
   88 entryFound VALUE "Y".
01 listEofSwitch PIC X VALUE "N".
   88 listEof VALUE "Y".

01 wsWholeInput PIC X(20) VALUE SPACES.
01 wsFractionInput PIC X(20) VALUE SPACES.
01 wsWholeLength PIC 9(2) VALUE 0.
01 wsFractionLength PIC 9(2) VALUE 0.
01 wsValuePointer PIC 9(2) VALUE 1.
01 wsWholePart PIC 9(9) VALUE 0.
01 wsFractionPart PIC 99 VALUE 0.
01 wsFractionTenths PIC 9 VALUE 0.
01 wsCodeCount PIC 9(2) VALUE 0.
01 wsTimeValue PIC 9(4) VALUE 0.
01 wsTimeDigits REDEFINES wsTimeValue.
   05 wsTimeHours   PIC 99.
   05 wsTimeMinutes PIC 99.

*> Value shown to the operator, formatted by the catalogue type.
01 wsShowValue PIC X(20) VALUE SPACES.
01 wsShowNumber PIC 9(9)V99 VALUE 0.
01 wsEditWhole PIC Z(8)9.
01 wsEditOne PIC Z(8)9.9.
01 wsEditTwo PIC Z(8)9.99.
01 wsEditTime PIC 9(4).
01 wsLeadingCount PIC 9(2) VALUE 0.

01 wsChangedCount PIC 9(4) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.
01 dateTimeArea.
    COPY DATETIME.

01 wsOperatorId PIC X(8) VALUE SPACES.
01 wsOperatorPin PIC X(4) VALUE SPACES.
01 wsNewPin PIC X(4) VALUE SPACES.
01 pinChangedSwitch PIC X VALUE "N".
   88 pinChanged VALUE "Y".
01 signOnOperatorName PIC X(20) VALUE SPACES.
01 signOnPermissions.
   05 signOnPermBatch    PIC X VALUE "N".
   05 signOnPermMaint    PIC X VALUE "N".
      88 operatorMayMaintain VALUE "Y".
   05 signOnPermWithdraw PIC X VALUE "N".
01 signOnStatusCode PIC X VALUE "1".
   88 signedOn        VALUE "0".
   88 signOnNoMaster  VALUE "3".
   88 signOnLockedOut VALUE "5".
   88 signOnPinChangeDue VALUE "6".

PROCEDURE DIVISION.
Begin.
    DISPLAY " Parameter master maintenance".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not authorized to maintain settings."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET DtCurrent TO TRUE.
    CALL "DateTimeService" USING dateTimeArea.
    MOVE DtDate TO wsRunDate.

    OPEN I-O PARAMETER-MASTER.
    IF wsMasterStatus = "35"
        OPEN OUTPUT PARAMETER-MASTER
        CLOSE PARAMETER-MASTER
        OPEN I-O PARAMETER-MASTER
        DISPLAY "New parameter master created."
    END-IF.
    IF wsMasterStatus NOT = "00"
        DISPLAY "Parameter master could not be opened - "
            wsMasterStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM maintainMenuAction UNTIL exitSelected.
    CLOSE PARAMETER-MASTER.
    DISPLAY "=====================".
    DISPLAY "Settings changed: " wsChangedCount.
    DISPLAY "=====================".
    STOP RUN.

    acceptOperatorIdAction.
        PERFORM UNTIL signedOn OR signOnNoMaster
            DISPLAY "Operator ID:"
            ACCEPT wsOperatorId
            DISPLAY "PIN:"
            ACCEPT wsOperatorPin
            CALL "OperSignOn" USING wsOperatorId, wsOperatorPin,
                signOnOperatorName, signOnPermissions,
                signOnStatusCode
            EVALUATE TRUE
                WHEN signOnPinChangeDue
                    PERFORM changePinAtSignOnAction
                WHEN signedOn
                    DISPLAY "Signed on: " signOnOperatorName
                WHEN signOnLockedOut
                    DISPLAY "Operator id is locked out - have the "
                        "supervisor reset the PIN in OperMaint."
                WHEN signOnNoMaster
                    DISPLAY "No operator master on file - have the "
                        "supervisor run OperMaint first."
                WHEN OTHER
                    DISPLAY "Operator id or PIN not accepted - "
                        "please re-enter."
            END-EVALUATE
        END-PERFORM.

    changePinAtSignOnAction.
*>      Forced change: first use, a supervisor reset, or a PIN past
*>      its expiry.
        DISPLAY "Your PIN must be changed before you continue.".
        MOVE "N" TO pinChangedSwitch.
        PERFORM UNTIL pinChanged OR signOnNoMaster
            DISPLAY "New PIN (4 digits):"
            ACCEPT wsNewPin
            CALL "OperPinChange" USING wsOperatorId, wsOperatorPin,
                wsNewPin, signOnStatusCode
            IF signedOn
                SET pinChanged TO TRUE
                DISPLAY "PIN changed.  Signed on: "
                    signOnOperatorName
            ELSE
                DISPLAY "PIN not accepted - 4 digits, please."
            END-IF
        END-PERFORM.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(S)et a setting, (D)elete a future entry, (L)ist, "
            "e(X)it?".
        ACCEPT wsActionAnswer.
        INSPECT wsActionAnswer CONVERTING "sdlx" TO "SDLX".
        EVALUATE TRUE
            WHEN setSelected
                PERFORM setSettingAction
            WHEN deleteSelected
                PERFORM deleteEntryAction
            WHEN listSelected
                PERFORM listEntriesAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter S, D, L or X."
        END-EVALUATE.

    acceptSettingNameAction.
*>      Program names are keyed as the programs spell them; setting
*>      names are upper case.  Only a catalogued setting is taken.
        MOVE 0 TO catFoundIndex.
        PERFORM UNTIL catFoundIndex > 0
            DISPLAY "Program (as named in its PROGRAM-ID):"
            ACCEPT wsProgramInput
            MOVE "N" TO programKnownSwitch
            PERFORM VARYING catIndex FROM 1 BY 1
                UNTIL catIndex > catEntryCount
                IF ParmCatProgram(catIndex) = wsProgramInput
                    SET programKnown TO TRUE
                END-IF
            END-PERFORM
            IF NOT programKnown
                DISPLAY "No settings are kept for that program - "
                    "programs with settings:"
                PERFORM VARYING catIndex FROM 1 BY 1
                    UNTIL catIndex > catEntryCount
                    IF catIndex = 1
                        DISPLAY "  " ParmCatProgram(catIndex)
                    ELSE
                        IF ParmCatProgram(catIndex) NOT =
                                ParmCatProgram(catIndex - 1)
                            DISPLAY "  " ParmCatProgram(catIndex)
                        END-IF
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY "Setting name:"
                ACCEPT wsNameInput
                INSPECT wsNameInput CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                PERFORM VARYING catIndex FROM 1 BY 1
                    UNTIL catIndex > catEntryCount
                    IF ParmCatProgram(catIndex) = wsProgramInput
                        AND ParmCatName(catIndex) = wsNameInput
                        MOVE catIndex TO catFoundIndex
                    END-IF
                END-PERFORM
                IF catFoundIndex = 0
                    DISPLAY "Not a setting of " wsProgramInput
                        " - choose one of:"
                    PERFORM VARYING catIndex FROM 1 BY 1
                        UNTIL catIndex > catEntryCount
                        IF ParmCatProgram(catIndex) = wsProgramInput
                            DISPLAY "  " ParmCatName(catIndex) " "
                                ParmCatTitle(catIndex)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
        END-PERFORM.

    setSettingAction.
        PERFORM acceptSettingNameAction.
        DISPLAY ParmCatTitle(catFoundIndex)
            " - built-in default " ParmCatDefault(catFoundIndex).
        PERFORM showSettingHistoryAction.
        MOVE "N" TO valueValidSwitch.
        PERFORM UNTIL valueValid
            DISPLAY "New value:"
            ACCEPT wsValueInput
            PERFORM validateValueAction
        END-PERFORM.
        PERFORM acceptEffectiveDateAction.
        MOVE wsProgramInput TO SettingProgram.
        MOVE wsNameInput TO SettingName.
        MOVE wsEffectiveDate TO SettingEffective.
        READ PARAMETER-MASTER
            KEY IS SettingKey
            INVALID KEY
                MOVE "N" TO entryFoundSwitch
            NOT INVALID KEY
                SET entryFound TO TRUE
        END-READ.
        IF entryFound
            MOVE SettingValue TO wsOldValue
        ELSE
            MOVE SPACES TO wsOldValue
        END-IF.
        MOVE wsProgramInput TO SettingProgram.
        MOVE wsNameInput TO SettingName.
        MOVE wsEffectiveDate TO SettingEffective.
        MOVE wsNewValue TO SettingValue.
        MOVE wsOperatorId TO SettingChangedBy.
        MOVE wsRunDate TO SettingChangedDate.
        IF entryFound
            REWRITE SettingRecord
                INVALID KEY
                    DISPLAY "Setting update failed, status "
                        wsMasterStatus
                NOT INVALID KEY
                    PERFORM logChangeAction
            END-REWRITE
        ELSE
            WRITE SettingRecord
                INVALID KEY
                    DISPLAY "Setting write failed, status "
                        wsMasterStatus
                NOT INVALID KEY
                    PERFORM logChangeAction
            END-WRITE
        END-IF.

    validateValueAction.
        MOVE "N" TO valueValidSwitch.
        MOVE SPACES TO wsNewValue.
        EVALUATE TRUE
            WHEN ParmCatCode(catFoundIndex)
                PERFORM validateCodeAction
            WHEN ParmCatText(catFoundIndex)
                PERFORM validateTextAction
            WHEN ParmCatTime(catFoundIndex)
                PERFORM validateTimeAction
            WHEN OTHER
                PERFORM validateNumberAction
        END-EVALUATE.

    validateCodeAction.
        INSPECT wsValueInput CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        MOVE 0 TO wsCodeCount.
        IF wsValueInput(1:1) NOT = SPACE
            AND wsValueInput(2:) = SPACES
            INSPECT ParmCatCodes(catFoundIndex)
                TALLYING wsCodeCount FOR ALL wsValueInput(1:1)
        END-IF.
        IF wsCodeCount > 0
            MOVE wsValueInput(1:1) TO wsNewValue
            SET valueValid TO TRUE
        ELSE
            DISPLAY "Please enter one of " ParmCatCodes(catFoundIndex)
                "."
        END-IF.

    validateTextAction.
        INSPECT wsValueInput CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
        IF wsValueInput = SPACES OR wsValueInput(1:1) = SPACE
            DISPLAY "A value is needed - it cannot start blank."
        ELSE
            IF wsValueInput(ParmCatLength(catFoundIndex) + 1:)
                    NOT = SPACES
                DISPLAY "No more than " ParmCatLength(catFoundIndex)
                    " characters, please."
            ELSE
                MOVE wsValueInput TO wsNewValue
                SET valueValid TO TRUE
            END-IF
        END-IF.

    validateTimeAction.
        IF wsValueInput(1:4) IS NUMERIC
            AND wsValueInput(5:) = SPACES
            MOVE wsValueInput(1:4) TO wsTimeValue
            IF wsTimeHours < 24 AND wsTimeMinutes < 60
                MOVE wsTimeValue TO wsNewNumber
                SET valueValid TO TRUE
            END-IF
        END-IF.
        IF NOT valueValid
            DISPLAY "Please enter a time of day as HHMM, 0000 to 2359."
        END-IF.

    validateNumberAction.
*>      Whole digits, then optionally a point and no more decimal
*>      places than the setting carries; nothing may follow but
*>      spaces.  Then the catalogue range.
        MOVE SPACES TO wsWholeInput.
        MOVE SPACES TO wsFractionInput.
        MOVE 0 TO wsWholeLength.
        MOVE 0 TO wsFractionLength.
        MOVE 1 TO wsValuePointer.
        UNSTRING wsValueInput DELIMITED BY "." OR ALL SPACE
            INTO wsWholeInput COUNT IN wsWholeLength
                 wsFractionInput COUNT IN wsFractionLength
            WITH POINTER wsValuePointer
        END-UNSTRING.
        IF wsWholeLength > 0 AND wsWholeLength < 10
            AND wsFractionLength NOT > ParmCatDecimals(catFoundIndex)
            IF wsWholeInput(1:wsWholeLength) IS NUMERIC
                AND (wsFractionLength = 0
                     OR wsFractionInput(1:wsFractionLength) IS NUMERIC)
                SET valueValid TO TRUE
                IF wsValuePointer < 21
                    IF wsValueInput(wsValuePointer:) NOT = SPACES
                        MOVE "N" TO valueValidSwitch
                    END-IF
                END-IF
            END-IF
        END-IF.
        IF valueValid
            MOVE wsWholeInput(1:wsWholeLength) TO wsWholePart
            MOVE 0 TO wsFractionPart
            EVALUATE wsFractionLength
                WHEN 1
                    MOVE wsFractionInput(1:1) TO wsFractionTenths
                    COMPUTE wsFractionPart = wsFractionTenths * 10
                WHEN 2
                    MOVE wsFractionInput(1:2) TO wsFractionPart
            END-EVALUATE
            COMPUTE wsNewNumber = wsWholePart + wsFractionPart / 100
            IF wsNewNumber < ParmCatMinimum(catFoundIndex)
                OR wsNewNumber > ParmCatMaximum(catFoundIndex)
                MOVE "N" TO valueValidSwitch
                MOVE ParmCatMinimum(catFoundIndex) TO wsShowNumber
                PERFORM formatNumberAction
                DISPLAY "Out of range - lowest " wsShowValue
                MOVE ParmCatMaximum(catFoundIndex) TO wsShowNumber
                PERFORM formatNumberAction
                DISPLAY "               highest " wsShowValue
            END-IF
        ELSE
            DISPLAY "Please enter a number with at most "
                ParmCatDecimals(catFoundIndex) " decimal place(s)."
        END-IF.

    acceptEffectiveDateAction.
        MOVE "N" TO dateValidSwitch.
        PERFORM UNTIL dateValid
            DISPLAY "Effective date YYYYMMDD (blank for today):"
            ACCEPT wsDateInput
            IF wsDateInput = SPACES
                MOVE wsRunDate TO wsEffectiveDate
                SET dateValid TO TRUE
            ELSE
                IF wsDateInput IS NUMERIC
                    MOVE wsDateInput TO wsEffectiveDate
                    IF wsEffectiveMonth > 0 AND wsEffectiveMonth < 13
                        AND wsEffectiveDay > 0 AND wsEffectiveDay < 32
                        AND wsEffectiveDate NOT < wsRunDate
                        SET dateValid TO TRUE
                    END-IF
                END-IF
                IF NOT dateValid
                    DISPLAY "Please enter a date from today onwards."
                END-IF
            END-IF
        END-PERFORM.

    showSettingHistoryAction.
*>      Every entry on the master for the setting, oldest first,
*>      with the one in force today marked.
        MOVE wsProgramInput TO SettingProgram.
        MOVE wsNameInput TO SettingName.
        MOVE 0 TO SettingEffective.
        MOVE "N" TO listEofSwitch.
        MOVE SPACES TO wsOldValue.
        MOVE 0 TO wsEffectiveDate.
        START PARAMETER-MASTER KEY IS NOT LESS THAN SettingKey
            INVALID KEY
                SET listEof TO TRUE
        END-START.
        PERFORM readNextEntryAction.
        PERFORM UNTIL listEof
            IF SettingProgram NOT = wsProgramInput
                OR SettingName NOT = wsNameInput
                SET listEof TO TRUE
            ELSE
                PERFORM formatSettingValueAction
                IF SettingEffective NOT > wsRunDate
                    MOVE SettingEffective TO wsEffectiveDate
                END-IF
                DISPLAY "  from " SettingEffective " " wsShowValue
                    " set by " SettingChangedBy " on "
                    SettingChangedDate
                PERFORM readNextEntryAction
            END-IF
        END-PERFORM.
        IF wsEffectiveDate = 0
            DISPLAY "  No entry in force - the default applies."
        ELSE
            DISPLAY "  In force today: the entry from "
                wsEffectiveDate "."
        END-IF.

    readNextEntryAction.
        IF NOT listEof
            READ PARAMETER-MASTER NEXT RECORD
                AT END
                    SET listEof TO TRUE
            END-READ
        END-IF.

    deleteEntryAction.
        PERFORM acceptSettingNameAction.
        PERFORM showSettingHistoryAction.
        DISPLAY "Effective date of the entry to delete (YYYYMMDD):".
        ACCEPT wsDateInput.
        IF wsDateInput IS NOT NUMERIC
            DISPLAY "No entry deleted."
        ELSE
            MOVE wsDateInput TO wsEffectiveDate
            MOVE wsProgramInput TO SettingProgram
            MOVE wsNameInput TO SettingName
            MOVE wsEffectiveDate TO SettingEffective
            READ PARAMETER-MASTER
                KEY IS SettingKey
                INVALID KEY
                    MOVE "N" TO entryFoundSwitch
                NOT INVALID KEY
                    SET entryFound TO TRUE
            END-READ
            EVALUATE TRUE
                WHEN NOT entryFound
                    DISPLAY "No entry from " wsEffectiveDate "."
                WHEN SettingEffective NOT > wsRunDate
                    DISPLAY "That entry is already in effect - set a "
                        "new value instead."
                WHEN OTHER
                    PERFORM confirmDeleteAction
            END-EVALUATE
        END-IF.

    confirmDeleteAction.
        MOVE SettingValue TO wsOldValue.
        PERFORM formatSettingValueAction.
        DISPLAY "Delete the entry from " wsEffectiveDate " ("
            wsShowValue ")? (Y/N)".
        ACCEPT wsAnswer.
        IF wsAnswer = "Y" OR wsAnswer = "y"
            DELETE PARAMETER-MASTER
                INVALID KEY
                    DISPLAY "Delete failed, status " wsMasterStatus
                NOT INVALID KEY
                    MOVE SPACES TO wsNewValue
                    PERFORM logChangeAction
            END-DELETE
        END-IF.

    listEntriesAction.
        DISPLAY "Program (blank for every program):".
        ACCEPT wsProgramInput.
        MOVE wsProgramInput TO SettingProgram.
        MOVE SPACES TO SettingName.
        MOVE 0 TO SettingEffective.
        MOVE "N" TO listEofSwitch.
        START PARAMETER-MASTER KEY IS NOT LESS THAN SettingKey
            INVALID KEY
                SET listEof TO TRUE
        END-START.
        PERFORM readNextEntryAction.
        IF listEof
            DISPLAY "No entries on the master."
        END-IF.
        PERFORM UNTIL listEof
            IF wsProgramInput NOT = SPACES
                AND SettingProgram NOT = wsProgramInput
                SET listEof TO TRUE
            ELSE
                PERFORM findCatalogueEntryAction
                PERFORM formatSettingValueAction
                DISPLAY SettingProgram " " SettingName " "
                    SettingEffective " " wsShowValue
                PERFORM readNextEntryAction
            END-IF
        END-PERFORM.

    findCatalogueEntryAction.
        MOVE 0 TO catFoundIndex.
        PERFORM VARYING catIndex FROM 1 BY 1
            UNTIL catIndex > catEntryCount
            IF ParmCatProgram(catIndex) = SettingProgram
                AND ParmCatName(catIndex) = SettingName
                MOVE catIndex TO catFoundIndex
            END-IF
        END-PERFORM.

    formatSettingValueAction.
*>      The record's value in the form the operator keys it.
        EVALUATE TRUE
            WHEN catFoundIndex = 0
                MOVE SettingValue TO wsShowValue
            WHEN ParmCatCode(catFoundIndex)
                OR ParmCatText(catFoundIndex)
                MOVE SettingValue TO wsShowValue
            WHEN ParmCatTime(catFoundIndex)
                MOVE SettingNumber TO wsEditTime
                MOVE wsEditTime TO wsShowValue
            WHEN OTHER
                MOVE SettingNumber TO wsShowNumber
                PERFORM formatNumberAction
        END-EVALUATE.

    formatNumberAction.
        MOVE SPACES TO wsShowValue.
        MOVE 0 TO wsLeadingCount.
        EVALUATE ParmCatDecimals(catFoundIndex)
            WHEN 0
                MOVE wsShowNumber TO wsEditWhole
                INSPECT wsEditWhole TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditWhole(wsLeadingCount + 1:) TO wsShowValue
            WHEN 1
                MOVE wsShowNumber TO wsEditOne
                INSPECT wsEditOne TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditOne(wsLeadingCount + 1:) TO wsShowValue
            WHEN OTHER
                MOVE wsShowNumber TO wsEditTwo
                INSPECT wsEditTwo TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditTwo(wsLeadingCount + 1:) TO wsShowValue
        END-EVALUATE.

    logChangeAction.
        ADD 1 TO wsChangedCount.
        SET DtCurrent TO TRUE.
        CALL "DateTimeService" USING dateTimeArea.
        MOVE DtDate TO LogDate.
        MOVE DtTime TO LogTime.
        MOVE wsOperatorId TO LogOperatorId.
        IF deleteSelected
            MOVE "D" TO LogAction
        ELSE
            MOVE "S" TO LogAction
        END-IF.
        MOVE wsProgramInput TO LogProgram.
        MOVE wsNameInput TO LogName.
        MOVE wsEffectiveDate TO LogEffective.
        MOVE wsOldValue TO LogOldValue.
        MOVE wsNewValue TO LogNewValue.
        OPEN EXTEND CHANGE-LOG-FILE.
        IF wsLogStatus NOT = "00"
            OPEN OUTPUT CHANGE-LOG-FILE
        END-IF.
        WRITE ChangeLogRecord.
        CLOSE CHANGE-LOG-FILE.
        IF deleteSelected
            DISPLAY "Entry deleted and logged."
        ELSE
            DISPLAY "Setting saved and logged."
        END-IF.
