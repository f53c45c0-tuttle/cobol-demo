*> Shared record layout for the CALENDAR non-business-day file
*> (calendar.dat), one record per bank holiday or other closure,
*> maintained by CalMaint. Saturdays and Sundays are never business
*> days and are not kept on the file; every other date is a business
*> day unless it is here and active. StdGen rolls a standing order
*> that falls due on a non-business day by the order's roll rule,
*> DayEnd runs only its read-only steps on a non-business day, and
*> PeriodEnd and IntPost default their period cutoff to the last
*> business day of the month. A removed entry is kept with status X
*> rather than deleted, so the calendar shows what was changed.
    05 CalDate          PIC 9(8).
    05 CalDescription   PIC X(30).
    05 CalStatus        PIC X.
        88 CalActive    VALUE "A".
        88 CalRemoved   VALUE "X".
