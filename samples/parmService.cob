IDENTIFICATION DIVISION.
PROGRAM-ID.  ParmService.

*> Shared settings lookup, callable the way RateService is, so every
*> program reads its standing settings - thresholds, tolerances,
*> grace periods, accounts - from the one PARMMAST parameter master
*> ParmMaint keeps, instead of a control card of its own.  The caller
*> passes a PARMLOOK area with its program name, the setting name and
*> the date (zero for today); the service returns the value in force
*> on that date - as text in ParmLookValue, or as a number in
*> ParmLookNumber for a numeric setting - with the date it took
*> effect and ParmLookFoundSwitch Y.  N means the master holds no
*> entry in force, and the caller keeps its built-in default.
*>
*> The master is loaded once on the first call.  The entry in force
*> on a date is the one with the latest effective date not after it,
*> so a change can be keyed ahead of the day it is to apply.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAMETER-MASTER ASSIGN TO "PARMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SettingKey
        FILE STATUS IS wsMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  PARAMETER-MASTER.
01  SettingRecord.
    COPY PARMMAST.

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 masterEofSwitch PIC X VALUE "N".
   88 masterEof VALUE "Y".
01 settingsLoadedSwitch PIC X VALUE "N".
   88 settingsLoaded VALUE "Y".

01 wsToday PIC 9(8) VALUE 0.
01 wsLookDate PIC 9(8) VALUE 0.

01 settingTableCount PIC 9(4) VALUE 0.
01 settingTableIndex PIC 9(4) VALUE 0.
01 settingDroppedCount PIC 9(4) VALUE 0.
01 settingTable.
    05 settingTableEntry OCCURS 1000 TIMES.
        10 setTabProgram   PIC X(20).
        10 setTabName      PIC X(16).
        10 setTabEffective PIC 9(8).
        10 setTabValue     PIC X(20).

LINKAGE SECTION.
01 ParmLookArea.
    COPY PARMLOOK.

PROCEDURE DIVISION USING ParmLookArea.
Begin.
    IF NOT settingsLoaded
        PERFORM loadSettingTableAction
    END-IF.
    MOVE ParmLookDate TO wsLookDate.
    IF wsLookDate = 0
        MOVE wsToday TO wsLookDate
    END-IF.
    MOVE "N" TO ParmLookFoundSwitch.
    MOVE SPACES TO ParmLookValue.
    MOVE 0 TO ParmLookEffective.
    PERFORM VARYING settingTableIndex FROM 1 BY 1
        UNTIL settingTableIndex > settingTableCount
        IF setTabProgram(settingTableIndex) = ParmLookProgram
            AND setTabName(settingTableIndex) = ParmLookName
            AND setTabEffective(settingTableIndex) NOT > wsLookDate
            AND setTabEffective(settingTableIndex)
                NOT < ParmLookEffective
            MOVE setTabValue(settingTableIndex) TO ParmLookValue
            MOVE setTabEffective(settingTableIndex)
                TO ParmLookEffective
            SET ParmLookFound TO TRUE
        END-IF
    END-PERFORM.
    GOBACK.

    loadSettingTableAction.
*>      Loaded once and kept for the run.  No master on file simply
*>      means every program runs on its built-in defaults.
        SET settingsLoaded TO TRUE.
        ACCEPT wsToday FROM DATE YYYYMMDD.
        MOVE 0 TO settingTableCount.
        MOVE "N" TO masterEofSwitch.
        OPEN INPUT PARAMETER-MASTER.
        IF wsMasterStatus = "00"
            PERFORM readSettingAction
            PERFORM addSettingEntryAction UNTIL masterEof
            CLOSE PARAMETER-MASTER
        END-IF.
        IF settingDroppedCount > 0
            DISPLAY "** PARMMAST holds more entries than the settings "
                "table - " settingDroppedCount " not loaded."
        END-IF.

    readSettingAction.
        READ PARAMETER-MASTER NEXT RECORD
            AT END
                SET masterEof TO TRUE
        END-READ.

    addSettingEntryAction.
        IF settingTableCount < 1000
            ADD 1 TO settingTableCount
            MOVE SettingProgram TO setTabProgram(settingTableCount)
            MOVE SettingName TO setTabName(settingTableCount)
            MOVE SettingEffective TO setTabEffective(settingTableCount)
            MOVE SettingValue TO setTabValue(settingTableCount)
        ELSE
            ADD 1 TO settingDroppedCount
        END-IF.
        PERFORM readSettingAction.
