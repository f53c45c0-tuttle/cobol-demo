*> Adds, updates and removes non-business days (bank holidays and
*> other closures) on the CALENDAR file, and lists a year's entries.
*> Weekends are non-business days without being keyed; the file only
*> carries the weekday closures. StdGen, DayEnd, PeriodEnd and
*> IntPost read it to decide whether a date is a business day.
IDENTIFICATION DIVISION.
    PROGRAM-ID. CalMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CalendarFile ASSIGN TO "calendar.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate
                FILE STATUS IS CalendarStatus.

DATA DIVISION.
    FILE SECTION.
        FD CalendarFile.
        01 CalendarRecord.
            COPY "calendar.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".

        01 CalendarStatus   PIC XX.
            88 CalendarOk       VALUE "00".
            88 CalendarNotFound VALUE "23".
            88 CalendarMissing  VALUE "35".

        01 MaintAction      PIC X.
        01 ListEof          PIC X.
        01 ListCount        PIC 9(4).

        01 NewCalDate       PIC 9(8).
        01 NewDescription   PIC X(30).
        01 ListYear         PIC 9(4).
        01 ListEndDate      PIC 9(8).

        01 WorkDate.
            05 WorkYear     PIC 9(4).
            05 WorkMonth    PIC 9(2).
            05 WorkDay      PIC 9(2).
        01 WorkDateNum REDEFINES WorkDate PIC 9(8).

        01 WeekdayNumber    PIC 9.
        01 ZelMonth         PIC 9(2).
        01 ZelYear          PIC 9(4).
        01 ZelCentury       PIC 9(2).
        01 ZelYearOfCentury PIC 9(2).
        01 ZelMonthTerm     PIC 9(3).
        01 ZelYearTerm      PIC 9(2).
        01 ZelCenturyTerm   PIC 9(2).
        01 ZelSum           PIC 9(4).
        01 ZelQuot          PIC 9(4).

        01 WeekdayNameValues PIC X(21) VALUE "SATSUNMONTUEWEDTHUFRI".
        01 WeekdayNameTable REDEFINES WeekdayNameValues.
            05 WeekdayName OCCURS 7 TIMES PIC X(3).

PROCEDURE DIVISION.
    OPEN I-O CalendarFile.
    IF CalendarMissing
        *> calendar.dat doesn't exist yet -- this is the program that
        *> sets up the calendar, so create it here rather than
        *> requiring some other program to have run first.
        OPEN OUTPUT CalendarFile
        CLOSE CalendarFile
        OPEN I-O CalendarFile
    END-IF.
    IF NOT CalendarOk
        DISPLAY "*** ERROR: calendar.dat will not open (status "
            CalendarStatus ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Enter calendar action, use Q command to quit.".
    PERFORM MaintainCalendar UNTIL Done.
    CLOSE CalendarFile.
    STOP RUN.

MaintainCalendar.
    DISPLAY "Action (A=add/update, X=remove, L=list year, Q=quit) > "
        WITH NO ADVANCING.
    ACCEPT MaintAction.
    EVALUATE MaintAction
        WHEN "A"
        WHEN "a"
            PERFORM AddOrUpdateDay
        WHEN "X"
        WHEN "x"
            PERFORM RemoveDay
        WHEN "L"
        WHEN "l"
            PERFORM ListCalendarYear
        WHEN "Q"
        WHEN "q"
            MOVE "Q" TO ShouldContinue
        WHEN OTHER
            DISPLAY "Unrecognized action."
    END-EVALUATE.

AddOrUpdateDay.
    DISPLAY "Non-business date YYYYMMDD > " WITH NO ADVANCING
    ACCEPT NewCalDate
    DISPLAY "Description                > " WITH NO ADVANCING
    ACCEPT NewDescription

    MOVE NewCalDate TO WorkDateNum
    IF WorkMonth < 1 OR WorkMonth > 12
            OR WorkDay < 1 OR WorkDay > 31
        DISPLAY "Date must be a valid YYYYMMDD -- not saved."
    ELSE
        PERFORM FindWeekday
        IF WeekdayNumber < 2
            *> weekends are already non-business days -- keying one
            *> would only clutter the list
            DISPLAY NewCalDate " is a " WeekdayName (WeekdayNumber + 1)
                " -- weekends are never business days; not saved."
        ELSE
            PERFORM SaveDay
        END-IF
    END-IF.

SaveDay.
    MOVE NewCalDate TO CalDate.
    READ CalendarFile
        INVALID KEY
            CONTINUE
    END-READ.

    MOVE NewCalDate     TO CalDate.
    MOVE NewDescription TO CalDescription.
    MOVE "A"            TO CalStatus.

    IF CalendarNotFound
        WRITE CalendarRecord
            INVALID KEY
                DISPLAY "Unable to add " CalDate
        END-WRITE
        IF CalendarOk
            DISPLAY NewCalDate " added as a non-business day."
        END-IF
    ELSE
        REWRITE CalendarRecord
            INVALID KEY
                DISPLAY "Unable to update " CalDate
        END-REWRITE
        IF CalendarOk
            DISPLAY NewCalDate " updated."
        END-IF
    END-IF.

RemoveDay.
    DISPLAY "Non-business date YYYYMMDD > " WITH NO ADVANCING
    ACCEPT NewCalDate
    MOVE NewCalDate TO CalDate
    READ CalendarFile
        INVALID KEY
            CONTINUE
    END-READ

    IF CalendarNotFound
        DISPLAY NewCalDate " is not on the calendar."
    ELSE
        IF CalRemoved
            DISPLAY NewCalDate " is already removed."
        ELSE
            MOVE "X" TO CalStatus
            REWRITE CalendarRecord
                INVALID KEY
                    DISPLAY "Unable to update " CalDate
            END-REWRITE
            IF CalendarOk
                DISPLAY NewCalDate " removed -- it is a business "
                    "day again."
            END-IF
        END-IF
    END-IF.

ListCalendarYear.
    DISPLAY "Year YYYY > " WITH NO ADVANCING
    ACCEPT ListYear
    MOVE 0 TO ListCount
    MOVE "N" TO ListEof
    COMPUTE CalDate = ListYear * 10000 + 101
    COMPUTE ListEndDate = ListYear * 10000 + 1231
    START CalendarFile KEY IS >= CalDate
        INVALID KEY
            MOVE "Y" TO ListEof
    END-START
    PERFORM ListNextDay UNTIL ListEof = "Y"
    IF ListCount = 0
        DISPLAY "  (no non-business days on file for " ListYear ")"
    END-IF.

ListNextDay.
    READ CalendarFile NEXT RECORD
        AT END
            MOVE "Y" TO ListEof
        NOT AT END
            IF CalDate > ListEndDate
                MOVE "Y" TO ListEof
            ELSE
                IF CalActive
                    MOVE CalDate TO WorkDateNum
                    PERFORM FindWeekday
                    DISPLAY "  " CalDate " "
                        WeekdayName (WeekdayNumber + 1) " "
                        CalDescription
                    ADD 1 TO ListCount
                END-IF
            END-IF
    END-READ.

FindWeekday.
    *> Zeller's congruence -- January and February count as months
    *> 13 and 14 of the previous year; the result runs 0 = Saturday,
    *> 1 = Sunday, 2 = Monday through 6 = Friday
    MOVE WorkMonth TO ZelMonth.
    MOVE WorkYear TO ZelYear.
    IF ZelMonth < 3
        ADD 12 TO ZelMonth
        SUBTRACT 1 FROM ZelYear
    END-IF.
    DIVIDE ZelYear BY 100 GIVING ZelCentury
        REMAINDER ZelYearOfCentury.
    COMPUTE ZelMonthTerm = (13 * (ZelMonth + 1)) / 5.
    DIVIDE ZelYearOfCentury BY 4 GIVING ZelYearTerm.
    DIVIDE ZelCentury BY 4 GIVING ZelCenturyTerm.
    COMPUTE ZelSum = WorkDay + ZelMonthTerm + ZelYearOfCentury
        + ZelYearTerm + ZelCenturyTerm + 5 * ZelCentury.
    DIVIDE ZelSum BY 7 GIVING ZelQuot REMAINDER WeekdayNumber.
