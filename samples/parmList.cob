IDENTIFICATION DIVISION.
PROGRAM-ID.  ParmList.

*> Lists every standing setting the suite knows (the PARMCAT
*> catalogue) with the value in force today from the PARMMAST
*> parameter master: the value, the date it took effect and the
*> operator who set it, or the program's built-in default where the
*> master holds no entry in force.  A change keyed to take effect
*> later is shown alongside as the next change, so the listing
*> answers both "what are the settings now" and "what is about to
*> change".  The listing lands on PARMLIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAMETER-MASTER ASSIGN TO "PARMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SettingKey
        FILE STATUS IS wsMasterStatus.

    SELECT LISTING-FILE ASSIGN TO "PARMLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsListingStatus.

DATA DIVISION.
FILE SECTION.
FD  PARAMETER-MASTER.
01  SettingRecord.
    COPY PARMMAST.

FD  LISTING-FILE.
01  ListingLine             PIC X(120).

WORKING-STORAGE SECTION.
01 wsMasterStatus PIC XX VALUE "00".
01 wsListingStatus PIC XX VALUE "00".

01 masterEofSwitch PIC X VALUE "N".
   88 masterEof VALUE "Y".

01 parmCatalogue.
    COPY PARMCAT.
01 catIndex PIC 9(2) VALUE 0.
01 catEntryCount PIC 9(2) VALUE 39.

01 entryTableCount PIC 9(4) VALUE 0.
01 entryTableIndex PIC 9(4) VALUE 0.
01 entryDroppedCount PIC 9(4) VALUE 0.
01 entryTable.
    05 entryTableEntry OCCURS 1000 TIMES.
        10 entProgram   PIC X(20).
        10 entName      PIC X(16).
        10 entEffective PIC 9(8).
        10 entValue     PIC X(20).
        10 entNumeric REDEFINES entValue.
           15 entNumber PIC 9(9)V99.
           15 FILLER    PIC X(9).
        10 entChangedBy PIC X(8).

01 currentIndex PIC 9(4) VALUE 0.
01 nextIndex PIC 9(4) VALUE 0.

01 wsShowValue PIC X(12) VALUE SPACES.
01 wsEditWhole PIC Z(8)9.
01 wsEditOne PIC Z(8)9.9.
01 wsEditTwo PIC Z(8)9.99.
01 wsEditTime PIC 9(4).
01 wsLeadingCount PIC 9(2) VALUE 0.

01 wsSetCount PIC 9(3) VALUE 0.
01 wsDefaultCount PIC 9(3) VALUE 0.
01 wsPendingCount PIC 9(3) VALUE 0.

01 wsHeadingLine.
   05 FILLER PIC X(21) VALUE "Program".
   05 FILLER PIC X(17) VALUE "Setting".
   05 FILLER PIC X(13) VALUE "Value".
   05 FILLER PIC X(9)  VALUE "From".
   05 FILLER PIC X(9)  VALUE "Set by".
   05 FILLER PIC X(30) VALUE "Meaning".
   05 FILLER PIC X(11) VALUE "Next change".

01 wsDetailLine.
   05 wsDetailProgram PIC X(20).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailName    PIC X(16).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailValue   PIC X(12).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailFrom    PIC X(8).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailBy      PIC X(8).
   05 FILLER          PIC X VALUE SPACE.
   05 wsDetailTitle   PIC X(30).
   05 wsDetailNext    PIC X(21).

01 wsRunDate PIC 9(8) VALUE 0.
01 wsListLine PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadEntryTableAction.
    OPEN OUTPUT LISTING-FILE.
    MOVE "Standing settings in force" TO wsListLine.
    WRITE ListingLine FROM wsListLine.
    MOVE "=====================" TO wsListLine.
    WRITE ListingLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Run date: " DELIMITED BY SIZE
           wsRunDate    DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ListingLine FROM wsListLine.
    IF wsMasterStatus NOT = "00"
        MOVE "No parameter master on file - every setting is at its"
            TO wsListLine
        WRITE ListingLine FROM wsListLine
        MOVE "built-in default." TO wsListLine
        WRITE ListingLine FROM wsListLine
    END-IF.
    MOVE SPACES TO wsListLine.
    WRITE ListingLine FROM wsListLine.
    WRITE ListingLine FROM wsHeadingLine.
    PERFORM listOneSettingAction
        VARYING catIndex FROM 1 BY 1
        UNTIL catIndex > catEntryCount.
    MOVE SPACES TO wsListLine.
    WRITE ListingLine FROM wsListLine.
    MOVE SPACES TO wsListLine.
    STRING "Settings " DELIMITED BY SIZE
           catEntryCount DELIMITED BY SIZE
           "  set on the master " DELIMITED BY SIZE
           wsSetCount DELIMITED BY SIZE
           "  at default " DELIMITED BY SIZE
           wsDefaultCount DELIMITED BY SIZE
           "  changes pending " DELIMITED BY SIZE
           wsPendingCount DELIMITED BY SIZE
           INTO wsListLine
    END-STRING.
    WRITE ListingLine FROM wsListLine.
    IF entryDroppedCount > 0
        MOVE SPACES TO wsListLine
        STRING "** WARNING: table full - " DELIMITED BY SIZE
               entryDroppedCount           DELIMITED BY SIZE
               " master entries not listed" DELIMITED BY SIZE
               INTO wsListLine
        END-STRING
        WRITE ListingLine FROM wsListLine
    END-IF.
    CLOSE LISTING-FILE.
    DISPLAY "Settings listing written to PARMLIST - " wsSetCount
        " set, " wsDefaultCount " at default.".
    GOBACK.

    loadEntryTableAction.
        MOVE 0 TO entryTableCount.
        MOVE "N" TO masterEofSwitch.
        OPEN INPUT PARAMETER-MASTER.
        IF wsMasterStatus = "00"
            PERFORM readMasterAction
            PERFORM addEntryAction UNTIL masterEof
            CLOSE PARAMETER-MASTER
        END-IF.

    readMasterAction.
        READ PARAMETER-MASTER NEXT RECORD
            AT END
                SET masterEof TO TRUE
        END-READ.

    addEntryAction.
        IF entryTableCount < 1000
            ADD 1 TO entryTableCount
            MOVE SettingProgram TO entProgram(entryTableCount)
            MOVE SettingName TO entName(entryTableCount)
            MOVE SettingEffective TO entEffective(entryTableCount)
            MOVE SettingValue TO entValue(entryTableCount)
            MOVE SettingChangedBy TO entChangedBy(entryTableCount)
        ELSE
            ADD 1 TO entryDroppedCount
        END-IF.
        PERFORM readMasterAction.

    listOneSettingAction.
*>      The master is in key order, so a setting's entries run oldest
*>      first: the last one not after today is in force, the first
*>      one after today is the next change.
        MOVE 0 TO currentIndex.
        MOVE 0 TO nextIndex.
        PERFORM VARYING entryTableIndex FROM 1 BY 1
            UNTIL entryTableIndex > entryTableCount
            IF entProgram(entryTableIndex) = ParmCatProgram(catIndex)
                AND entName(entryTableIndex) = ParmCatName(catIndex)
                IF entEffective(entryTableIndex) NOT > wsRunDate
                    MOVE entryTableIndex TO currentIndex
                ELSE
                    IF nextIndex = 0
                        MOVE entryTableIndex TO nextIndex
                    END-IF
                END-IF
            END-IF
        END-PERFORM.
        MOVE ParmCatProgram(catIndex) TO wsDetailProgram.
        MOVE ParmCatName(catIndex) TO wsDetailName.
        MOVE ParmCatTitle(catIndex) TO wsDetailTitle.
        IF currentIndex > 0
            ADD 1 TO wsSetCount
            MOVE currentIndex TO entryTableIndex
            PERFORM formatEntryValueAction
            MOVE wsShowValue TO wsDetailValue
            MOVE entEffective(currentIndex) TO wsDetailFrom
            MOVE entChangedBy(currentIndex) TO wsDetailBy
        ELSE
            ADD 1 TO wsDefaultCount
            MOVE ParmCatDefault(catIndex) TO wsDetailValue
            MOVE "default" TO wsDetailFrom
            MOVE SPACES TO wsDetailBy
        END-IF.
        MOVE SPACES TO wsDetailNext.
        IF nextIndex > 0
            ADD 1 TO wsPendingCount
            MOVE nextIndex TO entryTableIndex
            PERFORM formatEntryValueAction
            STRING wsShowValue DELIMITED BY SPACE
                   " from "    DELIMITED BY SIZE
                   entEffective(nextIndex) DELIMITED BY SIZE
                   INTO wsDetailNext
            END-STRING
        END-IF.
        WRITE ListingLine FROM wsDetailLine.

    formatEntryValueAction.
*>      The entry's value shown the way ParmMaint takes it.
        MOVE SPACES TO wsShowValue.
        MOVE 0 TO wsLeadingCount.
        EVALUATE TRUE
            WHEN ParmCatCode(catIndex) OR ParmCatText(catIndex)
                MOVE entValue(entryTableIndex) TO wsShowValue
            WHEN ParmCatTime(catIndex)
                MOVE entNumber(entryTableIndex) TO wsEditTime
                MOVE wsEditTime TO wsShowValue
            WHEN ParmCatDecimals(catIndex) = 0
                MOVE entNumber(entryTableIndex) TO wsEditWhole
                INSPECT wsEditWhole TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditWhole(wsLeadingCount + 1:) TO wsShowValue
            WHEN ParmCatDecimals(catIndex) = 1
                MOVE entNumber(entryTableIndex) TO wsEditOne
                INSPECT wsEditOne TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditOne(wsLeadingCount + 1:) TO wsShowValue
            WHEN OTHER
                MOVE entNumber(entryTableIndex) TO wsEditTwo
                INSPECT wsEditTwo TALLYING wsLeadingCount
                    FOR LEADING SPACE
                MOVE wsEditTwo(wsLeadingCount + 1:) TO wsShowValue
        END-EVALUATE.
