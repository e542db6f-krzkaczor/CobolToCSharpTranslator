        88 CalPrevBusiness  VALUE "P".
        88 CalAddBusiness   VALUE "A".
        88 CalDaysBetween   VALUE "D".
        88 CalCalendarDays  VALUE "C".
        88 CalAddCalendar   VALUE "F".
        88 CalDayOfWeek     VALUE "W".
    02  CalDate             PIC 9(8).
    02  CalDate2            PIC 9(8).
    02  CalDaysRequested    PIC 9(4).
    02  CalDayCount         PIC 9(5).
    02  CalBusinessSwitch   PIC X.
        88 CalIsBusiness    VALUE "Y".
    02  CalWeekday          PIC 9.
