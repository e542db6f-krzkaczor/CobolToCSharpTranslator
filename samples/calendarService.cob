*>   A - CalResultDate = CalDate moved on by CalDaysRequested
*>       business days (each step lands on a business day);
*>   D - CalDayCount = business days after CalDate up to and
*>       including CalDate2 (zero when CalDate2 is not later);
*>   C - CalDayCount = calendar days after CalDate up to and
*>       including CalDate2, weekends and holidays counted (zero
*>       when CalDate2 is not later);
*>   F - CalResultDate = CalDate moved on by CalDaysRequested
*>       calendar days, business day or not;
*>   W - CalWeekday = the day of week of CalDate, 1 Monday to
*>       7 Sunday, numbered the way COURSCHD numbers meeting days.
*>
*> The day of week comes from Zeller's congruence and the
*> day-stepping honours month lengths and leap years, so the service
            MOVE wsWorkDate TO CalResultDate
        WHEN CalDaysBetween
            PERFORM countDaysBetweenAction
        WHEN CalCalendarDays
            PERFORM countCalendarDaysAction
        WHEN CalAddCalendar
            MOVE CalDate TO wsWorkDate
            PERFORM addOneDayAction CalDaysRequested TIMES
            MOVE wsWorkDate TO CalResultDate
        WHEN CalDayOfWeek
            MOVE CalDate TO wsWorkDate
            PERFORM computeDayOfWeekAction
            EVALUATE zellerResult
                WHEN 0
                    MOVE 6 TO CalWeekday
                WHEN 1
                    MOVE 7 TO CalWeekday
                WHEN OTHER
                    COMPUTE CalWeekday = zellerResult - 1
            END-EVALUATE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
            ADD 1 TO CalDayCount
        END-IF.

    countCalendarDaysAction.
*>      The same capped walk, counting every day landed on.
        MOVE 0 TO CalDayCount.
        IF CalDate2 <= CalDate
            CONTINUE
        ELSE
            MOVE CalDate TO wsWorkDate
            PERFORM countOneCalendarDayAction
                UNTIL wsWorkDate >= CalDate2
                    OR CalDayCount > 36600
        END-IF.

    countOneCalendarDayAction.
        PERFORM addOneDayAction.
        ADD 1 TO CalDayCount.

    addOneDayAction.
        PERFORM setDaysInMonthAction.
        IF wsWorkDay < wsDaysInMonth
