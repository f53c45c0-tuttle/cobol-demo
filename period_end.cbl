*> carried-forward opening position per account on acctopen.dat,
*> deletes the archived details from transactions.dat and drops the
*> matching batchctl.dat header/trailer pairs -- so the live files
*> stay small instead of growing back to day one. The cutoff
*> defaults to the last business day of the month just closed
*> (weekends and calendar.dat closures skipped), so the operator only
*> keys a date to close some other period.
IDENTIFICATION DIVISION.
    PROGRAM-ID. PeriodEnd.
ENVIRONMENT DIVISION.
            SELECT OPTIONAL SysLockFile ASSIGN TO "syslock.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SysLockStatus.
            SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate
                FILE STATUS IS CalendarStatus.

DATA DIVISION.
    FILE SECTION.
        01 SysLockRecord.
            COPY "syslock.cpy".

        FD CalendarFile.
        01 CalendarRecord.
            COPY "calendar.cpy".

        FD BatchCtlFile.
        01 BatchHeaderRecord.
            05 HdrRecType   PIC X.

        01 ArchiveFileName  PIC X(30).
        01 CutoffDate       PIC 9(8).
        01 CalendarStatus   PIC XX.
            88 CalendarOk   VALUE "00".

        *> month-end cutoff default: the last business day of the
        *> month, worked out against the weekend rule and calendar.dat
        01 TodaysDate       PIC 9(8).
        01 DefaultCutoff    PIC 9(8).
        01 BusinessDay      PIC X.
            88 IsBusinessDay VALUE "Y".
        01 RollDays         PIC 9(2).
        01 WorkDate.
            05 WorkYear     PIC 9(4).
            05 WorkMonth    PIC 9(2).
            05 WorkDay      PIC 9(2).
        01 WorkDateNum REDEFINES WorkDate PIC 9(8).
        01 MonthLength      PIC 9(2).
        01 LeapQuot         PIC 9(4).
        01 LeapRem4         PIC 9(4).
        01 LeapRem100       PIC 9(4).
        01 LeapRem400       PIC 9(4).
        01 DaysInMonthValues PIC X(24) VALUE "312831303130313130313031".
        01 DaysInMonthTable REDEFINES DaysInMonthValues.
            05 DaysInMonth OCCURS 12 TIMES PIC 9(2).
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

        01 TransEof         PIC X VALUE "N".
        01 OpenEof          PIC X VALUE "N".
    END-IF.

    DISPLAY "Period-end close.".
    PERFORM SetDefaultCutoff.
    DISPLAY "Cutoff date (YYYYMMDD, 0 = " DefaultCutoff ") > "
        WITH NO ADVANCING.
    ACCEPT CutoffDate.
    IF CutoffDate = 0
        MOVE DefaultCutoff TO CutoffDate
    END-IF.
    MOVE SPACES TO ArchiveFileName.
    STRING "tranarch." CutoffDate ".dat" DELIMITED BY SIZE
        INTO ArchiveFileName.
    *> captured via the trailer 01 -- the longest record image under
    *> the FD -- so trailer lines keep their full 20 characters
    MOVE BatchTrailerRecord TO CtlEntry (CtlCount).

SetDefaultCutoff.
    *> the last business day of this month once it has arrived,
    *> otherwise of last month -- a close run on the 1st, or on a
    *> weekend after month-end, is closing the month just gone
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    OPEN INPUT CalendarFile.
    MOVE TodaysDate TO WorkDateNum.
    PERFORM FindLastBusinessDay.
    IF WorkDateNum > TodaysDate
        MOVE TodaysDate TO WorkDateNum
        MOVE 1 TO WorkDay
        PERFORM SubtractOneDay
        PERFORM FindLastBusinessDay
    END-IF.
    CLOSE CalendarFile.
    MOVE WorkDateNum TO DefaultCutoff.

FindLastBusinessDay.
    *> steps back from the month's last calendar day over weekends
    *> and calendar.dat closures; a month with no business day at
    *> all means the calendar is wrong, so the month-end stands
    PERFORM SetMonthLength.
    MOVE MonthLength TO WorkDay.
    MOVE 0 TO RollDays.
    PERFORM CheckBusinessDay.
    PERFORM UNTIL IsBusinessDay OR RollDays >= MonthLength - 1
        PERFORM SubtractOneDay
        ADD 1 TO RollDays
        PERFORM CheckBusinessDay
    END-PERFORM.
    IF NOT IsBusinessDay
        PERFORM SetMonthLength
        MOVE MonthLength TO WorkDay
    END-IF.

CheckBusinessDay.
    *> Saturdays and Sundays are never business days; any other day
    *> is one unless calendar.dat carries it as an active closure
    MOVE "Y" TO BusinessDay.
    PERFORM FindWeekday.
    IF WeekdayNumber < 2
        MOVE "N" TO BusinessDay
    ELSE
        MOVE WorkDateNum TO CalDate
        READ CalendarFile
            INVALID KEY
                CONTINUE
        END-READ
        IF CalendarOk AND CalActive
            MOVE "N" TO BusinessDay
        END-IF
    END-IF.

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

SubtractOneDay.
    IF WorkDay > 1
        SUBTRACT 1 FROM WorkDay
    ELSE
        IF WorkMonth > 1
            SUBTRACT 1 FROM WorkMonth
        ELSE
            MOVE 12 TO WorkMonth
            SUBTRACT 1 FROM WorkYear
        END-IF
        PERFORM SetMonthLength
        MOVE MonthLength TO WorkDay
    END-IF.

SetMonthLength.
    MOVE DaysInMonth (WorkMonth) TO MonthLength.
    IF WorkMonth = 2
        PERFORM CheckLeapYear
    END-IF.

CheckLeapYear.
    *> leap year when divisible by 4, except centuries not divisible
    *> by 400
    DIVIDE WorkYear BY 4 GIVING LeapQuot REMAINDER LeapRem4.
    DIVIDE WorkYear BY 100 GIVING LeapQuot REMAINDER LeapRem100.
    DIVIDE WorkYear BY 400 GIVING LeapQuot REMAINDER LeapRem400.
    IF LeapRem4 = 0 AND (LeapRem100 NOT = 0 OR LeapRem400 = 0)
        MOVE 29 TO MonthLength
    END-IF.
