*>
*> AwardingBodyExport only exports final results, so nothing reaches
*> the body before the panel has signed off.
*>
*> Modification history:
*> - Results are held per student, course and term: each CNBORDER
*>   case now names its course and term, the review reads and lifts
*>   that result only, and CNREVLOG records the course and term
*>   decided on.
*> - Finalizing now reissues the CNLIST classification listing by
*>   course and term with names and student ids: until then the
*>   markers' listing from ConditionalNames shows anonymous candidate
*>   numbers for provisional results.
*> - Finalizing now tells each student their result is available: by
*>   text or email through NotifyService where their messaging contact
*>   allows, otherwise a RESULTS selection record on LTRSELCT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT CLASSIFICATION-FILE ASSIGN TO "CNCLASS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClassKey
        FILE STATUS IS wsClassificationStatus.

    SELECT BORDERLINE-FILE ASSIGN TO "CNBORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsReviewLogStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

    SELECT LETTER-SELECTION-FILE ASSIGN TO "LTRSELCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsLetterSelStatus.

    SELECT LISTING-FILE ASSIGN TO "CNLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS wsListingStatus.

DATA DIVISION.
FILE SECTION.
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
    05  BorderScore             PIC 99.
    05  BorderBandMissed        PIC X(17).
    05  BorderMargin            PIC 99.
    05  BorderCourseCode        PIC X(4).
    05  BorderTermCode          PIC X(6).

FD  REVIEW-LOG-FILE.
01  ReviewLogRecord.
    05  RevLogReason     PIC X(30).
    05  RevLogOperatorId PIC X(8).
    05  RevLogDate       PIC 9(8).
    05  RevLogCourseCode PIC X(4).
    05  RevLogTermCode   PIC X(6).

SD  SORT-WORK-FILE.
01  SortWorkRecord.
    05  SortCourseCode          PIC X(4).
    05  SortTermCode            PIC X(6).
    05  SortSurname             PIC X(20).
    05  SortForename            PIC X(15).
    05  SortStudentId           PIC 9(7).
    05  SortScore               PIC 99.
    05  SortBand                PIC X(17).
    05  SortAttempt             PIC 9.

FD  LETTER-SELECTION-FILE.
01  SelectionRecord.
    05  SelTemplate     PIC X(8).
    05  SelStudentId    PIC 9(7).
    05  SelCourseCode   PIC X(4).

FD  LISTING-FILE.
01  ListingLine                 PIC X(80).

WORKING-STORAGE SECTION.
01 wsClassificationStatus PIC XX VALUE "00".
01 wsBorderlineStatus PIC XX VALUE "00".
01 wsReviewLogStatus PIC XX VALUE "00".
01 wsListingStatus PIC XX VALUE "00".
01 wsLetterSelStatus PIC XX VALUE "00".

01 borderlineEofSwitch PIC X VALUE "N".
   88 borderlineEof VALUE "Y".
01 classEofSwitch PIC X VALUE "N".
   88 classEof VALUE "Y".
01 sortEofSwitch PIC X VALUE "N".
   88 sortEof VALUE "Y".
01 listFirstGroupSwitch PIC X VALUE "Y".
   88 listFirstGroup VALUE "Y".
01 wsCurrentCourse PIC X(4) VALUE SPACES.
01 wsCurrentTerm PIC X(6) VALUE SPACES.

01 wsListingDetail.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 wsListSurname      PIC X(20).
    05 FILLER             PIC X VALUE SPACE.
    05 wsListForename     PIC X(15).
    05 FILLER             PIC X(2) VALUE " (".
    05 wsListStudentId    PIC 9(7).
    05 FILLER             PIC X(2) VALUE ") ".
    05 wsListScore        PIC 99.
    05 FILLER             PIC X VALUE SPACE.
    05 wsListBand         PIC X(17).
    05 FILLER             PIC X(5) VALUE " att=".
    05 wsListAttempt      PIC 9.

01 wsListingLine PIC X(80) VALUE SPACES.

01 wsFunctionAnswer PIC X VALUE SPACE.
   88 reviewSelected   VALUE "R".
01 wsLiftedCount PIC 9(4) VALUE 0.
01 wsLockedCount PIC 9(4) VALUE 0.
01 wsFinalizedCount PIC 9(5) VALUE 0.
01 wsQueuedCount PIC 9(5) VALUE 0.
01 wsLetterCount PIC 9(5) VALUE 0.
01 notifyArea.
    COPY NOTIFY.
01 wsRunDate PIC 9(8) VALUE 0.

01 wsOperatorId PIC X(8) VALUE SPACES.
    END-IF.

    CLOSE CLASSIFICATION-FILE.
    IF finalizeSelected
        PERFORM printFinalListingAction
    END-IF.
    DISPLAY "=====================".
    IF reviewSelected
        DISPLAY " Borderline review totals"
        DISPLAY " Locked    : " wsLockedCount
    ELSE
        DISPLAY " Results stamped final: " wsFinalizedCount
        DISPLAY " Students messaged    : " wsQueuedCount
        DISPLAY " Selected for letter  : " wsLetterCount
    END-IF.
    DISPLAY "=====================".
    STOP RUN.

    reviewOneCaseAction.
        MOVE BorderStudentId TO ClassStudentId.
        MOVE BorderCourseCode TO ClassCourseCode.
        MOVE BorderTermCode TO ClassTermCode.
        READ CLASSIFICATION-FILE
            KEY IS ClassKey
            INVALID KEY
                DISPLAY "Borderline student " BorderStudentId
                    " has no result on file for " BorderCourseCode
                    " " BorderTermCode " - skipped."
            NOT INVALID KEY
                PERFORM decideOneCaseAction
        END-READ.
        DISPLAY " ".
        DISPLAY "Student " ClassStudentId " " ClassSurname
            " score " ClassScore " banked " ClassBand.
        DISPLAY "  course " ClassCourseCode " term " ClassTermCode.
        DISPLAY "  missed " BorderBandMissed " by "
            BorderMargin " mark(s).".
        IF resultFinal
        MOVE wsReasonInput TO RevLogReason.
        MOVE wsOperatorId TO RevLogOperatorId.
        MOVE wsRunDate TO RevLogDate.
        MOVE ClassCourseCode TO RevLogCourseCode.
        MOVE ClassTermCode TO RevLogTermCode.
        WRITE ReviewLogRecord.

    finalizeResultsAction.
*>      One sweep stamping P to F; already-final records pass through
*>      untouched so a rerun is harmless.
        MOVE "N" TO classEofSwitch.
        OPEN EXTEND LETTER-SELECTION-FILE.
        IF wsLetterSelStatus NOT = "00"
            OPEN OUTPUT LETTER-SELECTION-FILE
        END-IF.
        PERFORM readNextClassAction.
        PERFORM finalizeOneResultAction UNTIL classEof.
        CLOSE LETTER-SELECTION-FILE.

    readNextClassAction.
        READ CLASSIFICATION-FILE NEXT RECORD
                    DISPLAY "Result for " ClassStudentId
                        " could not be stamped, status "
                        wsClassificationStatus
                NOT INVALID KEY
                    PERFORM sendResultsNoticeAction
            END-REWRITE
            ADD 1 TO wsFinalizedCount
        END-IF.
        PERFORM readNextClassAction.

    sendResultsNoticeAction.
*>      The student hears the result is out - by text or email where
*>      their messaging contact allows, otherwise a RESULTS selection
*>      record for the LetterRun correspondence engine.
        MOVE ClassStudentId TO NotifyStudentId.
        MOVE "RESULTS" TO NotifyTemplate.
        MOVE ClassCourseCode TO NotifyCourseCode.
        MOVE "BORDREV" TO NotifySource.
        MOVE SPACES TO NotifyDetail.
        STRING "Term " DELIMITED BY SIZE
               ClassTermCode DELIMITED BY SIZE
               " result available" DELIMITED BY SIZE
               INTO NotifyDetail
        END-STRING.
        CALL "NotifyService" USING notifyArea.
        IF NotifyQueued
            ADD 1 TO wsQueuedCount
        ELSE
            MOVE "RESULTS" TO SelTemplate
            MOVE ClassStudentId TO SelStudentId
            MOVE ClassCourseCode TO SelCourseCode
            WRITE SelectionRecord
            ADD 1 TO wsLetterCount
        END-IF.

    printFinalListingAction.
*>      The results are final, so the markers' listing is reissued
*>      with names in place of the candidate numbers it carried.
        OPEN OUTPUT LISTING-FILE.
        MOVE "Classification listing by course - final results"
            TO wsListingLine.
        WRITE ListingLine FROM wsListingLine.
        MOVE "================================================="
            TO wsListingLine.
        WRITE ListingLine FROM wsListingLine.
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SortCourseCode, SortTermCode, SortSurname
            INPUT PROCEDURE IS extractClassificationAction
            OUTPUT PROCEDURE IS printSortedListingAction.
        CLOSE LISTING-FILE.
        DISPLAY "Classification listing CNLIST reissued with names.".

    extractClassificationAction.
        MOVE "N" TO classEofSwitch.
        OPEN INPUT CLASSIFICATION-FILE.
        IF wsClassificationStatus = "00"
            PERFORM readNextClassAction
            PERFORM releaseClassificationAction UNTIL classEof
            CLOSE CLASSIFICATION-FILE
        END-IF.

    releaseClassificationAction.
        MOVE ClassCourseCode TO SortCourseCode.
        MOVE ClassTermCode TO SortTermCode.
        MOVE ClassSurname TO SortSurname.
        MOVE ClassForename TO SortForename.
        MOVE ClassStudentId TO SortStudentId.
        MOVE ClassScore TO SortScore.
        MOVE ClassBand TO SortBand.
        MOVE ClassAttempt TO SortAttempt.
        RELEASE SortWorkRecord.
        PERFORM readNextClassAction.

    printSortedListingAction.
        PERFORM returnSortedListingAction.
        PERFORM printOneListingLineAction UNTIL sortEof.

    returnSortedListingAction.
        RETURN SORT-WORK-FILE
            AT END
                SET sortEof TO TRUE
        END-RETURN.

    printOneListingLineAction.
        IF listFirstGroup OR SortCourseCode NOT = wsCurrentCourse
                OR SortTermCode NOT = wsCurrentTerm
            MOVE "N" TO listFirstGroupSwitch
            MOVE SortCourseCode TO wsCurrentCourse
            MOVE SortTermCode TO wsCurrentTerm
            MOVE SPACES TO wsListingLine
            WRITE ListingLine FROM wsListingLine
            MOVE SPACES TO wsListingLine
            STRING "Course: " DELIMITED BY SIZE
                   wsCurrentCourse DELIMITED BY SIZE
                   "  Term: " DELIMITED BY SIZE
                   wsCurrentTerm DELIMITED BY SIZE
                   INTO wsListingLine
            END-STRING
            WRITE ListingLine FROM wsListingLine
        END-IF.
        MOVE SortSurname TO wsListSurname.
        MOVE SortForename TO wsListForename.
        MOVE SortStudentId TO wsListStudentId.
        MOVE SortScore TO wsListScore.
        MOVE SortBand TO wsListBand.
        MOVE SortAttempt TO wsListAttempt.
        WRITE ListingLine FROM wsListingDetail.
        PERFORM returnSortedListingAction.
