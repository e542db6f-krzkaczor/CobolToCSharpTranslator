*> the board's record and the reason - unmapped reference, check
*> digit, student not on the master, or a score that is not 00-99 -
*> so the board can be queried from one page.
*>
*> Modification history:
*> - Each imported score is stamped with the student's course from
*>   the master, so the result stays with that course when the
*>   student later moves on or takes a second course.
*> - Anonymously marked scripts come back under our own candidate
*>   numbers (CandidateIssue): a reference not on BRDXREF is looked
*>   up on CANDXREF and resolved to the student, and the score takes
*>   the course the number was issued for.  An empty BRDXREF no
*>   longer refuses the run when CANDXREF is there to map from.
*> - Score lines now carry a batch reference for double-keying; board
*>   results are not keyed here, so they go out with none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsRejectStatus.

    SELECT CANDIDATE-FILE ASSIGN TO "CANDXREF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CandNumber
        ALTERNATE RECORD KEY IS CandEntryKey
        FILE STATUS IS wsCandidateStatus.

DATA DIVISION.
FILE SECTION.
FD  BOARD-RESULT-FILE.
    05  ScorePremod     PIC 99.
    05  ScoreModerated  PIC X.
    05  ScoreAttempt    PIC 9.
    05  ScoreCourseCode PIC X(4).
    05  ScoreBatchRef   PIC X(8).

FD  REJECT-FILE.
01  RejectRecord.
    05  FILLER             PIC X VALUE SPACE.
    05  RejectReason       PIC X(30).

FD  CANDIDATE-FILE.
01  CandidateRecord.
    COPY CANDXREF.

WORKING-STORAGE SECTION.
01 wsBoardStatus PIC XX VALUE "00".
01 wsXrefStatus PIC XX VALUE "00".
01 wsMasterStatus PIC XX VALUE "00".
01 wsScoreStatus PIC XX VALUE "00".
01 wsRejectStatus PIC XX VALUE "00".
01 wsCandidateStatus PIC XX VALUE "00".

01 boardEofSwitch PIC X VALUE "N".
   88 boardEof VALUE "Y".
        10 xrefTabId  PIC 9(7).
01 mappedSwitch PIC X VALUE "N".
   88 candidateMapped VALUE "Y".
01 candidateOpenSwitch PIC X VALUE "N".
   88 candidateOpen VALUE "Y".
01 wsEntryCourse PIC X(4) VALUE SPACES.

01 wsEntryId PIC 9(7) VALUE 0.
01 wsRejectReason PIC X(30) VALUE SPACES.
PROCEDURE DIVISION.
Begin.
    PERFORM loadXrefTableAction.
    OPEN INPUT CANDIDATE-FILE.
    IF wsCandidateStatus = "00"
        SET candidateOpen TO TRUE
    END-IF.
    IF xrefTableCount = 0 AND NOT candidateOpen
        DISPLAY "No candidate cross-reference on BRDXREF or CANDXREF - "
            "nothing can map.  Run refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
        CLOSE STUDENT-MASTER
    END-IF.
    CLOSE BOARD-RESULT-FILE.
    IF candidateOpen
        CLOSE CANDIDATE-FILE
    END-IF.
    DISPLAY "=====================".
    DISPLAY " Board score import totals"
    DISPLAY " Results read     : " wsReadCount
        MOVE SPACES TO wsRejectReason.
        PERFORM mapCandidateAction.
        IF NOT candidateMapped
            MOVE "candidate not on BRDXREF/CAND" TO wsRejectReason
        ELSE
            PERFORM validateCheckDigitAction
            IF NOT checkDigitValid
        PERFORM readBoardResultAction.

    mapCandidateAction.
*>      A board reference takes the course from the master; one of
*>      our own candidate numbers carries the course it was issued
*>      for.
        MOVE "N" TO mappedSwitch.
        MOVE SPACES TO wsEntryCourse.
        PERFORM VARYING xrefTableIndex FROM 1 BY 1
            UNTIL xrefTableIndex > xrefTableCount
                OR candidateMapped
                MOVE xrefTabId(xrefTableIndex) TO wsEntryId
            END-IF
        END-PERFORM.
        IF NOT candidateMapped AND candidateOpen
            AND BoardCandidateRef(9:2) = SPACES
            MOVE BoardCandidateRef(1:8) TO CandNumber
            READ CANDIDATE-FILE
                KEY IS CandNumber
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET candidateMapped TO TRUE
                    MOVE CandStudentId TO wsEntryId
                    MOVE CandCourseCode TO wsEntryCourse
            END-READ
        END-IF.

    checkMasterAction.
        IF wsMasterStatus NOT = "00"
*>      The board file carries no attempt number; board results are
*>      first sittings, resits come through ScoreEntry.
        MOVE 1 TO ScoreAttempt.
*>      The master record read by the check is still in the area.
        IF wsEntryCourse = SPACES
            MOVE CourseCode OF StudentMasterRecord TO ScoreCourseCode
        ELSE
            MOVE wsEntryCourse TO ScoreCourseCode
        END-IF.
        MOVE SPACES TO ScoreBatchRef.
        WRITE ScoreRecord.

    writeRejectAction.
