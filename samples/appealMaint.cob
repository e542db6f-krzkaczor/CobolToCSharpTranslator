IDENTIFICATION DIVISION.
PROGRAM-ID.  AppealMaint.

*> Results appeals against final classifications, so a disputed mark
*> no longer means editing CNSCORES and re-running classification
*> with nothing to show for it.  The operator signs on through
*> OperSignOn and must hold the maintenance permission.  Appeals are
*> held on the keyed APPEALS file (APPEAL copybook), one per result
*> and date lodged, and move lodged -> under review -> upheld or
*> rejected:
*>
*>   (L)odge   - the result (student, course, term) must be on CNCLASS
*>               and final, with no appeal already outstanding on it.
*>               The response deadline is the results date plus the
*>               APPEALPM number of business days (20 when the file
*>               is absent), worked out by CalendarService.  The
*>               results date is the one TermMaint holds for the
*>               result's term; a result with no term, or a term with
*>               no results date yet, counts from the day lodged.
*>   (R)eview  - marks a lodged appeal as under review.
*>   (D)ecide  - upholds or rejects an outstanding appeal with a
*>               keyed reason.  Upholding is the only way a final
*>               result is re-marked: the revised score is banded on
*>               the CNBANDS boundaries with the resit cap, CNCLASS is
*>               rewritten (still final) and the appeal keeps the
*>               original and revised score and band.
*>
*> Every step is appended to the APPEALHS appeal history with the
*> operator and date; AppealReport lists appeals past their deadline.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPEAL-FILE ASSIGN TO "APPEALS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AppealKey
        FILE STATUS IS wsAppealStatus.

    SELECT APPEAL-HISTORY-FILE ASSIGN TO "APPEALHS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsHistoryStatus.

    SELECT APPEAL-PARAMETER-FILE ASSIGN TO "APPEALPM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsAppealParmStatus.

    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT BAND-PARAMETER-FILE ASSIGN TO "CNBANDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsBandParameterStatus.

    SELECT TERM-FILE ASSIGN TO "TERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsTermStatus.

DATA DIVISION.
FILE SECTION.
FD  APPEAL-FILE.
01  AppealRecord.
    COPY APPEAL.

FD  APPEAL-HISTORY-FILE.
01  AppealHistoryRecord.
    05  HistStudentId           PIC 9(7).
    05  HistCourseCode          PIC X(4).
    05  HistTermCode            PIC X(6).
    05  HistLodgedDate          PIC 9(8).
    05  HistAction              PIC X.
    05  HistOldStatus           PIC X.
    05  HistNewStatus           PIC X.
    05  HistOriginalScore       PIC 99.
    05  HistOriginalBand        PIC X(17).
    05  HistRevisedScore        PIC 99.
    05  HistRevisedBand         PIC X(17).
    05  HistNote                PIC X(40).
    05  HistOperatorId          PIC X(8).
    05  HistDate                PIC 9(8).

FD  APPEAL-PARAMETER-FILE.
01  AppealParameterRecord.
    05  ParmResponseDays        PIC 9(3).

FD  CLASSIFICATION-FILE.
01  ClassificationRecord.
    05  ClassKey.
        10  ClassStudentId      PIC 9(7).
        10  ClassCourseCode     PIC X(4).
        10  ClassTermCode       PIC X(6).
    05  ClassSurname            PIC X(20).
    05  ClassForename           PIC X(15).
    05  ClassScore              PIC 99.
    05  ClassBand               PIC X(17).
    05  ClassAttempt            PIC 9.
    05  ClassStatus             PIC X.
        88 resultProvisional    VALUE "P".
        88 resultFinal          VALUE "F".

FD  BAND-PARAMETER-FILE.
01  BandParameterRecord.
    05  ParmOneBoundary         PIC 99.
    05  ParmTwoBoundary         PIC 99.
    05  ParmBelowOrFourBoundary PIC 99.
    05  ParmFiveAndMoreBoundary PIC 99.

FD  TERM-FILE.
01  TermRecord.
    COPY TERM.

WORKING-STORAGE SECTION.
01 wsAppealStatus PIC XX VALUE "00".
01 wsHistoryStatus PIC XX VALUE "00".
01 wsAppealParmStatus PIC XX VALUE "00".
01 wsClassificationStatus PIC XX VALUE "00".
01 wsBandParameterStatus PIC XX VALUE "00".
01 wsTermStatus PIC XX VALUE "00".

01 termEofSwitch PIC X VALUE "N".
   88 termEof VALUE "Y".
01 appealEofSwitch PIC X VALUE "N".
   88 appealEof VALUE "Y".
01 resultFoundSwitch PIC X VALUE "N".
   88 resultFound VALUE "Y".
01 openAppealSwitch PIC X VALUE "N".
   88 openAppealFound VALUE "Y".

*> Band boundaries as ConditionalNames uses them: the compiled-in
*> limits unless CNBANDS overrides them.
01 bandBoundaries.
    05 oneBoundary         PIC 99 VALUE 1.
    05 twoBoundary         PIC 99 VALUE 2.
    05 belowOrFourBoundary PIC 99 VALUE 4.
    05 fiveAndMoreBoundary PIC 99 VALUE 9.

01 wsResponseDays PIC 9(3) VALUE 20.

01 wsActionAnswer PIC X VALUE SPACE.
   88 lodgeSelected   VALUE "L".
   88 reviewSelected  VALUE "R".
   88 decideSelected  VALUE "D".
   88 exitSelected    VALUE "X".
01 wsAnswer PIC X VALUE SPACE.

01 wsStudentInput PIC X(7) VALUE SPACES.
01 wsCourseInput PIC X(4) VALUE SPACES.
01 wsTermInput PIC X(6) VALUE SPACES.
01 wsGroundsInput PIC X(40) VALUE SPACES.
01 wsReasonInput PIC X(40) VALUE SPACES.
01 wsScoreInput PIC XX VALUE SPACES.
01 wsRevisedScore PIC 99 VALUE 0.
01 wsRevisedBand PIC X(17) VALUE SPACES.
01 wsBandToRank PIC X(17) VALUE SPACES.
01 wsBandRank PIC 9 VALUE 9.
01 wsOldStatus PIC X VALUE SPACE.
01 wsOpenAppealKey PIC X(25) VALUE SPACES.
01 wsResultsDate PIC 9(8) VALUE 0.

01 wsLodgedCount PIC 9(4) VALUE 0.
01 wsReviewedCount PIC 9(4) VALUE 0.
01 wsUpheldCount PIC 9(4) VALUE 0.
01 wsRejectedCount PIC 9(4) VALUE 0.
01 wsRunDate PIC 9(8) VALUE 0.

01 calendarArea.
    COPY CALENDAR.

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
    DISPLAY " Results appeals".
    DISPLAY "=====================".
    PERFORM acceptOperatorIdAction.
    IF NOT signedOn
        DISPLAY "Sign-on refused - run ended."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF NOT operatorMayMaintain
        DISPLAY "Operator " wsOperatorId
            " is not authorized for results appeals."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT wsRunDate FROM DATE YYYYMMDD.
    PERFORM loadBandBoundariesAction.
    PERFORM loadResponseDaysAction.

    OPEN I-O CLASSIFICATION-FILE.
    IF wsClassificationStatus NOT = "00"
        DISPLAY "No classification results on file - "
            wsClassificationStatus
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O APPEAL-FILE.
    IF wsAppealStatus = "35"
        OPEN OUTPUT APPEAL-FILE
        CLOSE APPEAL-FILE
        OPEN I-O APPEAL-FILE
    END-IF.
    OPEN EXTEND APPEAL-HISTORY-FILE.
    IF wsHistoryStatus NOT = "00"
        OPEN OUTPUT APPEAL-HISTORY-FILE
    END-IF.

    PERFORM maintainMenuAction UNTIL exitSelected.

    CLOSE APPEAL-HISTORY-FILE.
    CLOSE APPEAL-FILE.
    CLOSE CLASSIFICATION-FILE.
    DISPLAY "=====================".
    DISPLAY " Appeals session totals".
    DISPLAY " Lodged       : " wsLodgedCount.
    DISPLAY " Under review : " wsReviewedCount.
    DISPLAY " Upheld       : " wsUpheldCount.
    DISPLAY " Rejected     : " wsRejectedCount.
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

    loadBandBoundariesAction.
        OPEN INPUT BAND-PARAMETER-FILE.
        IF wsBandParameterStatus = "00"
            READ BAND-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ParmOneBoundary TO oneBoundary
                    MOVE ParmTwoBoundary TO twoBoundary
                    MOVE ParmBelowOrFourBoundary TO belowOrFourBoundary
                    MOVE ParmFiveAndMoreBoundary TO fiveAndMoreBoundary
            END-READ
            CLOSE BAND-PARAMETER-FILE
        END-IF.

    loadResponseDaysAction.
*>      APPEALPM is optional - the response deadline defaults to 20
*>      business days after the results date.
        OPEN INPUT APPEAL-PARAMETER-FILE.
        IF wsAppealParmStatus = "00"
            READ APPEAL-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ParmResponseDays IS NUMERIC
                        AND ParmResponseDays > 0
                        MOVE ParmResponseDays TO wsResponseDays
                    END-IF
            END-READ
            CLOSE APPEAL-PARAMETER-FILE
        END-IF.

    maintainMenuAction.
        DISPLAY " ".
        DISPLAY "(L)odge, (R)eview, (D)ecide an appeal, or e(X)it?".
        ACCEPT wsActionAnswer.
        EVALUATE wsActionAnswer
            WHEN "l"
                MOVE "L" TO wsActionAnswer
            WHEN "r"
                MOVE "R" TO wsActionAnswer
            WHEN "d"
                MOVE "D" TO wsActionAnswer
            WHEN "x"
                MOVE "X" TO wsActionAnswer
        END-EVALUATE.
        EVALUATE TRUE
            WHEN lodgeSelected
                PERFORM lodgeAppealAction
            WHEN reviewSelected
                PERFORM reviewAppealAction
            WHEN decideSelected
                PERFORM decideAppealAction
            WHEN exitSelected
                CONTINUE
            WHEN OTHER
                DISPLAY "Please enter L, R, D or X."
        END-EVALUATE.

    acceptResultKeyAction.
*>      The result appealed against: student, course and term as
*>      CNCLASS keys them.  The term may be left blank for a result
*>      carried across without one.
        MOVE SPACES TO wsStudentInput.
        PERFORM UNTIL wsStudentInput IS NUMERIC
            DISPLAY "Student id (7 digits):"
            ACCEPT wsStudentInput
        END-PERFORM.
        MOVE SPACES TO wsCourseInput.
        PERFORM UNTIL wsCourseInput NOT = SPACES
            DISPLAY "Course code:"
            ACCEPT wsCourseInput
        END-PERFORM.
        DISPLAY "Term code (blank if the result has none):".
        MOVE SPACES TO wsTermInput.
        ACCEPT wsTermInput.
        MOVE "N" TO resultFoundSwitch.
        MOVE wsStudentInput TO ClassStudentId.
        MOVE wsCourseInput TO ClassCourseCode.
        MOVE wsTermInput TO ClassTermCode.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                DISPLAY "No result on file for " wsStudentInput
                    " " wsCourseInput " " wsTermInput "."
            NOT INVALID KEY
                SET resultFound TO TRUE
                DISPLAY "Result: " ClassSurname " score " ClassScore
                    " band " ClassBand " attempt " ClassAttempt
        END-READ.

    findOpenAppealAction.
*>      Appeals on one result sit together under the key in date
*>      order; at most one of them is ever outstanding.
        MOVE "N" TO openAppealSwitch.
        MOVE "N" TO appealEofSwitch.
        MOVE ClassStudentId TO AppealStudentId.
        MOVE ClassCourseCode TO AppealCourseCode.
        MOVE ClassTermCode TO AppealTermCode.
        MOVE 0 TO AppealLodgedDate.
        START APPEAL-FILE KEY IS NOT LESS THAN AppealKey
            INVALID KEY
                SET appealEof TO TRUE
        END-START.
        PERFORM scanOneAppealAction UNTIL appealEof.
        IF openAppealFound
            MOVE wsOpenAppealKey TO AppealKey
            READ APPEAL-FILE
                KEY IS AppealKey
                INVALID KEY
                    MOVE "N" TO openAppealSwitch
            END-READ
        END-IF.

    scanOneAppealAction.
        READ APPEAL-FILE NEXT RECORD
            AT END
                SET appealEof TO TRUE
        END-READ.
        IF NOT appealEof
            IF AppealStudentId NOT = ClassStudentId
                    OR AppealCourseCode NOT = ClassCourseCode
                    OR AppealTermCode NOT = ClassTermCode
                SET appealEof TO TRUE
            ELSE
                IF AppealOutstanding
                    SET openAppealFound TO TRUE
                    MOVE AppealKey TO wsOpenAppealKey
                END-IF
            END-IF
        END-IF.

    lodgeAppealAction.
        PERFORM acceptResultKeyAction.
        EVALUATE TRUE
            WHEN NOT resultFound
                CONTINUE
            WHEN NOT resultFinal
                DISPLAY "Result is still provisional - it goes to the "
                    "borderline review, not to appeal."
            WHEN OTHER
                PERFORM findOpenAppealAction
                IF openAppealFound
                    DISPLAY "An appeal lodged " AppealLodgedDate
                        " is already outstanding on this result."
                ELSE
                    PERFORM writeNewAppealAction
                END-IF
        END-EVALUATE.

    writeNewAppealAction.
        MOVE SPACES TO wsGroundsInput.
        PERFORM UNTIL wsGroundsInput NOT = SPACES
            DISPLAY "Grounds for the appeal:"
            ACCEPT wsGroundsInput
        END-PERFORM.
        PERFORM findResultsDateAction.
        SET CalAddBusiness TO TRUE.
        MOVE wsResultsDate TO CalDate.
        MOVE wsResponseDays TO CalDaysRequested.
        CALL "CalendarService" USING calendarArea.
        MOVE ClassStudentId TO AppealStudentId.
        MOVE ClassCourseCode TO AppealCourseCode.
        MOVE ClassTermCode TO AppealTermCode.
        MOVE wsRunDate TO AppealLodgedDate.
        MOVE wsGroundsInput TO AppealGrounds.
        SET AppealLodged TO TRUE.
        MOVE wsResultsDate TO AppealResultsDate.
        MOVE CalResultDate TO AppealDeadline.
        MOVE 0 TO AppealDecidedDate.
        MOVE wsOperatorId TO AppealOperatorId.
        MOVE ClassScore TO AppealOriginalScore.
        MOVE ClassBand TO AppealOriginalBand.
        MOVE 0 TO AppealRevisedScore.
        MOVE SPACES TO AppealRevisedBand.
        WRITE AppealRecord
            INVALID KEY
                DISPLAY "An appeal on this result was already lodged "
                    "today - not written, status " wsAppealStatus
            NOT INVALID KEY
                ADD 1 TO wsLodgedCount
                MOVE SPACE TO wsOldStatus
                MOVE "L" TO HistAction
                MOVE wsGroundsInput TO wsReasonInput
                PERFORM writeHistoryAction
                DISPLAY "Appeal lodged - response due by "
                    AppealDeadline "."
        END-WRITE.

    findResultsDateAction.
*>      The results date TermMaint holds for the result's term; the
*>      day lodged stands in when there is none.
        MOVE 0 TO wsResultsDate.
        IF ClassTermCode NOT = SPACES
            MOVE "N" TO termEofSwitch
            OPEN INPUT TERM-FILE
            IF wsTermStatus = "00"
                PERFORM readTermAction
                PERFORM matchTermAction UNTIL termEof
                CLOSE TERM-FILE
            END-IF
        END-IF.
        IF wsResultsDate = 0
            MOVE wsRunDate TO wsResultsDate
            DISPLAY "No results date held for the term - deadline "
                "counted from today."
        END-IF.

    readTermAction.
        READ TERM-FILE
            AT END
                SET termEof TO TRUE
        END-READ.

    matchTermAction.
        IF TermRecordCode = ClassTermCode
            IF TermResultsDate IS NUMERIC
                MOVE TermResultsDate TO wsResultsDate
            END-IF
            SET termEof TO TRUE
        ELSE
            PERFORM readTermAction
        END-IF.

    reviewAppealAction.
        PERFORM acceptResultKeyAction.
        IF resultFound
            PERFORM findOpenAppealAction
            EVALUATE TRUE
                WHEN NOT openAppealFound
                    DISPLAY "No outstanding appeal on this result."
                WHEN AppealUnderReview
                    DISPLAY "Appeal lodged " AppealLodgedDate
                        " is already under review."
                WHEN OTHER
                    MOVE AppealStatus TO wsOldStatus
                    SET AppealUnderReview TO TRUE
                    MOVE wsOperatorId TO AppealOperatorId
                    REWRITE AppealRecord
                        INVALID KEY
                            DISPLAY "Appeal could not be rewritten, "
                                "status " wsAppealStatus
                        NOT INVALID KEY
                            ADD 1 TO wsReviewedCount
                            MOVE "R" TO HistAction
                            MOVE "TAKEN UNDER REVIEW" TO wsReasonInput
                            PERFORM writeHistoryAction
                            DISPLAY "Appeal is now under review - "
                                "response due by " AppealDeadline "."
                    END-REWRITE
            END-EVALUATE
        END-IF.

    decideAppealAction.
        PERFORM acceptResultKeyAction.
        IF resultFound
            PERFORM findOpenAppealAction
            IF NOT openAppealFound
                DISPLAY "No outstanding appeal on this result."
            ELSE
                DISPLAY "Appeal lodged " AppealLodgedDate ": "
                    AppealGrounds
                DISPLAY "Response due by " AppealDeadline "."
                PERFORM offerDecisionAction
            END-IF
        END-IF.

    offerDecisionAction.
        MOVE SPACE TO wsAnswer.
        PERFORM UNTIL wsAnswer = "U" OR wsAnswer = "J"
            DISPLAY "(U)phold and re-mark, or re(J)ect the appeal?"
            ACCEPT wsAnswer
            IF wsAnswer = "u"
                MOVE "U" TO wsAnswer
            END-IF
            IF wsAnswer = "j"
                MOVE "J" TO wsAnswer
            END-IF
            IF wsAnswer NOT = "U" AND wsAnswer NOT = "J"
                DISPLAY "Please enter U or J."
            END-IF
        END-PERFORM.
        MOVE SPACES TO wsReasonInput.
        PERFORM UNTIL wsReasonInput NOT = SPACES
            DISPLAY "Reason for the decision:"
            ACCEPT wsReasonInput
        END-PERFORM.
        MOVE AppealStatus TO wsOldStatus.
        IF wsAnswer = "U"
            PERFORM upholdAppealAction
        ELSE
            SET AppealRejected TO TRUE
            MOVE wsRunDate TO AppealDecidedDate
            MOVE wsOperatorId TO AppealOperatorId
            MOVE AppealOriginalScore TO AppealRevisedScore
            MOVE AppealOriginalBand TO AppealRevisedBand
            PERFORM rewriteDecidedAppealAction
            ADD 1 TO wsRejectedCount
            DISPLAY "Appeal rejected - result stands."
        END-IF.

    upholdAppealAction.
*>      The re-mark: the revised score is banded the way
*>      ConditionalNames bands it, resit cap included, and the final
*>      result is rewritten in place.  The appeal is stamped upheld
*>      only once CNCLASS has taken the new mark.
        MOVE SPACES TO wsScoreInput.
        PERFORM UNTIL wsScoreInput IS NUMERIC
            DISPLAY "Revised score (2 digits):"
            ACCEPT wsScoreInput
        END-PERFORM.
        MOVE wsScoreInput TO wsRevisedScore.
        PERFORM bandRevisedScoreAction.
        DISPLAY "Score " ClassScore " " ClassBand " becomes "
            wsRevisedScore " " wsRevisedBand ".".
        MOVE wsRevisedScore TO ClassScore.
        MOVE wsRevisedBand TO ClassBand.
        REWRITE ClassificationRecord
            INVALID KEY
                DISPLAY "Result could not be re-marked, status "
                    wsClassificationStatus " - appeal left open."
            NOT INVALID KEY
                SET AppealUpheld TO TRUE
                MOVE wsRunDate TO AppealDecidedDate
                MOVE wsOperatorId TO AppealOperatorId
                MOVE wsRevisedScore TO AppealRevisedScore
                MOVE wsRevisedBand TO AppealRevisedBand
                PERFORM rewriteDecidedAppealAction
                ADD 1 TO wsUpheldCount
                DISPLAY "Appeal upheld - result re-marked."
        END-REWRITE.

    bandRevisedScoreAction.
        EVALUATE TRUE
            WHEN wsRevisedScore <= oneBoundary
                MOVE "ONE" TO wsRevisedBand
            WHEN wsRevisedScore <= twoBoundary
                MOVE "TWO" TO wsRevisedBand
            WHEN wsRevisedScore <= belowOrFourBoundary
                MOVE "BELOW OR EQ FOUR" TO wsRevisedBand
            WHEN wsRevisedScore <= fiveAndMoreBoundary
                MOVE "FIVE AND MORE" TO wsRevisedBand
            WHEN OTHER
                MOVE "OVER 9" TO wsRevisedBand
        END-EVALUATE.
        IF ClassAttempt > 1
            MOVE wsRevisedBand TO wsBandToRank
            PERFORM rankBandAction
            IF wsBandRank < 4
                MOVE "FIVE AND MORE" TO wsRevisedBand
            END-IF
        END-IF.

    rankBandAction.
        EVALUATE wsBandToRank
            WHEN "ONE"
                MOVE 1 TO wsBandRank
            WHEN "TWO"
                MOVE 2 TO wsBandRank
            WHEN "BELOW OR EQ FOUR"
                MOVE 3 TO wsBandRank
            WHEN "FIVE AND MORE"
                MOVE 4 TO wsBandRank
            WHEN "OVER 9"
                MOVE 5 TO wsBandRank
            WHEN OTHER
                MOVE 9 TO wsBandRank
        END-EVALUATE.

    rewriteDecidedAppealAction.
        REWRITE AppealRecord
            INVALID KEY
                DISPLAY "Appeal could not be rewritten, status "
                    wsAppealStatus
        END-REWRITE.
        MOVE wsAnswer TO HistAction.
        PERFORM writeHistoryAction.

    writeHistoryAction.
        MOVE AppealStudentId TO HistStudentId.
        MOVE AppealCourseCode TO HistCourseCode.
        MOVE AppealTermCode TO HistTermCode.
        MOVE AppealLodgedDate TO HistLodgedDate.
        MOVE wsOldStatus TO HistOldStatus.
        MOVE AppealStatus TO HistNewStatus.
        MOVE AppealOriginalScore TO HistOriginalScore.
        MOVE AppealOriginalBand TO HistOriginalBand.
        MOVE AppealRevisedScore TO HistRevisedScore.
        MOVE AppealRevisedBand TO HistRevisedBand.
        MOVE wsReasonInput TO HistNote.
        MOVE wsOperatorId TO HistOperatorId.
        MOVE wsRunDate TO HistDate.
        WRITE AppealHistoryRecord.
