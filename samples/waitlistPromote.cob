*> names a reply-by date five working days out, computed through the
*> shared CalendarService so the deadline can never land on a
*> weekend or bank holiday.  Enrollment writes post after-images to
*> the STUJRNL journal through StuJournal.  The offer now goes to the
*> student by text or email through NotifyService where their
*> messaging contact allows it; only a student who cannot be reached
*> that way gets the WLOFFER selection record, and an offer the
*> gateway fails to deliver reaches LTRSELCT through NotifyReconcile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 wsReplyByDate PIC 9(8) VALUE 0.
01 calendarArea.
    COPY CALENDAR.
01 notifyArea.
    COPY NOTIFY.
01 wsQueuedCount PIC 9(5) VALUE 0.
01 wsLetterLineCount PIC 9(2) VALUE 0.
01 wsLetterLine PIC X(60) VALUE SPACES.

    DISPLAY " Promoted         : " wsPromotedCount
    DISPLAY " Still waiting    : " wsKeptCount
    DISPLAY " Stale (enrolled) : " wsStaleCount
    DISPLAY " Offers messaged  : " wsQueuedCount
    DISPLAY "=====================".
    GOBACK.

        PERFORM writeLetterLineAction.

    writeOfferSelectionAction.
*>      The offer is messaged where the student can be reached that
*>      way; otherwise a WLOFFER selection record goes to LTRSELCT so
*>      the LetterRun correspondence engine prints the formal letter.
        MOVE waitTabStudentId(waitTableIndex) TO NotifyStudentId.
        MOVE "WLOFFER" TO NotifyTemplate.
        MOVE waitTabCourseCode(waitTableIndex) TO NotifyCourseCode.
        MOVE "WAITPROM" TO NotifySource.
        MOVE SPACES TO NotifyDetail.
        STRING "Reply by " DELIMITED BY SIZE
               wsReplyByDate DELIMITED BY SIZE
               INTO NotifyDetail
        END-STRING.
        CALL "NotifyService" USING notifyArea.
        IF NotifyQueued
            ADD 1 TO wsQueuedCount
        ELSE
            MOVE "WLOFFER" TO SelTemplate
            MOVE waitTabStudentId(waitTableIndex) TO SelStudentId
            MOVE waitTabCourseCode(waitTableIndex) TO SelCourseCode
            WRITE SelectionRecord
        END-IF.

    rewriteWaitlistAction.
*>      Only the entries still waiting go back; promoted and stale
