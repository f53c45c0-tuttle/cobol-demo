*> generated transfers then flow through the existing validation,
*> suspense, checkpoint and batch header/trailer machinery on the
*> next SeqWrite batch run instead of being hand-keyed.
*> An occurrence whose scheduled date is not a business day -- a
*> weekend, or a closure on calendar.dat -- is rolled by the order's
*> StdRollRule to the following (F) or preceding (P) business day,
*> and is generated once that rolled posting date is today or
*> earlier; StdNextDue itself keeps the unrolled schedule, so a
*> monthly order stays on its day of the month.
IDENTIFICATION DIVISION.
    PROGRAM-ID. StdGen.
ENVIRONMENT DIVISION.
                FILE STATUS IS StdOrderStatus.
            SELECT OPTIONAL BatchInputFile ASSIGN TO "batch-input.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate
                FILE STATUS IS CalendarStatus.

DATA DIVISION.
    FILE SECTION.
        01 BatchInputRecord.
            COPY "batchin.cpy".

        FD CalendarFile.
        01 CalendarRecord.
            COPY "calendar.cpy".

    WORKING-STORAGE SECTION.
        01 StdOrderStatus   PIC XX.
            88 StdOrderOk   VALUE "00".
        01 CalendarStatus   PIC XX.
            88 CalendarOk   VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 TodaysDate       PIC 9(8).
            05 DueDay       PIC 9(2).
        01 DueDateNum REDEFINES DueDate PIC 9(8).

        *> the occurrence's posting date once rolled off a
        *> non-business day
        01 PostingDate      PIC 9(8).
        01 OrderGenerated   PIC X.
        01 RollDays         PIC 9(2).
        01 BusinessDay      PIC X.
            88 IsBusinessDay VALUE "Y".

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

        01 MonthLength      PIC 9(2).
        01 LeapQuot         PIC 9(4).
        01 LeapRem4         PIC 9(4).
    *> set up yet the run simply generates nothing
    OPEN I-O StdOrderFile.
    OPEN EXTEND BatchInputFile.
    OPEN INPUT CalendarFile.

    PERFORM UNTIL Eof = "Y"
        READ StdOrderFile NEXT RECORD
                MOVE "Y" TO Eof
            NOT AT END
                ADD 1 TO OrderCount
                *> a preceding-day order can fall due a few days
                *> before its scheduled date, so every active order
                *> is looked at, not just those scheduled by today
                IF StdActive
                    MOVE StdNextDue TO DueDateNum
                    EVALUATE TRUE
                        WHEN NOT StdDaily AND NOT StdWeekly
        END-READ
    END-PERFORM.

    CLOSE CalendarFile.
    CLOSE BatchInputFile.
    CLOSE StdOrderFile.

GenerateDueOrder.
    *> one batch record per due occurrence, so an order missed while
    *> the run was down still catches up; the loop stops as soon as
    *> the next occurrence's posting date passes today or its
    *> scheduled date passes the order's end date
    MOVE "N" TO OrderGenerated.
    PERFORM SetPostingDate.
    PERFORM UNTIL PostingDate > TodaysDate
            OR (StdEndDate NOT = 0 AND StdNextDue > StdEndDate)
        MOVE StdFromAccount TO BiFromAccount
        MOVE StdToAccount   TO BiToAccount
        MOVE SPACES         TO BiOperatorId
        WRITE BatchInputRecord
        ADD 1 TO GeneratedCount
        MOVE "Y" TO OrderGenerated
        IF PostingDate = StdNextDue
            DISPLAY "Order " StdOrderId " due " StdNextDue
                " generated: " StdFromAccount " to " StdToAccount
                " amount " StdAmount
        ELSE
            DISPLAY "Order " StdOrderId " due " StdNextDue
                " (posting " PostingDate ") generated: "
                StdFromAccount " to " StdToAccount
                " amount " StdAmount
        END-IF
        PERFORM AdvanceNextDue
        PERFORM SetPostingDate
    END-PERFORM.

    IF OrderGenerated = "Y"
        REWRITE StdOrderRecord
            INVALID KEY
                DISPLAY "Unable to update order " StdOrderId
        END-REWRITE
    END-IF.

SetPostingDate.
    *> rolls the scheduled date off weekends and calendar closures
    *> in the direction the order asks for; a month of closures in a
    *> row means the calendar is wrong, so the roll gives up there
    *> and the scheduled date stands
    MOVE StdNextDue TO DueDateNum.
    MOVE 0 TO RollDays.
    PERFORM CheckBusinessDay.
    PERFORM UNTIL IsBusinessDay OR RollDays > 31
        IF StdRollPreceding
            PERFORM SubtractOneDay
        ELSE
            PERFORM AddOneDay
        END-IF
        ADD 1 TO RollDays
        PERFORM CheckBusinessDay
    END-PERFORM.
    IF IsBusinessDay
        MOVE DueDateNum TO PostingDate
    ELSE
        DISPLAY "*** Order " StdOrderId " -- no business day within "
            "a month of " StdNextDue "; check calendar.dat."
        MOVE StdNextDue TO PostingDate
    END-IF.

CheckBusinessDay.
    *> Saturdays and Sundays are never business days; any other day
    *> is one unless calendar.dat carries it as an active closure
    MOVE "Y" TO BusinessDay.
    PERFORM FindWeekday.
    IF WeekdayNumber < 2
        MOVE "N" TO BusinessDay
    ELSE
        MOVE DueDateNum TO CalDate
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
    MOVE DueMonth TO ZelMonth.
    MOVE DueYear TO ZelYear.
    IF ZelMonth < 3
        ADD 12 TO ZelMonth
        SUBTRACT 1 FROM ZelYear
    END-IF.
    DIVIDE ZelYear BY 100 GIVING ZelCentury
        REMAINDER ZelYearOfCentury.
    COMPUTE ZelMonthTerm = (13 * (ZelMonth + 1)) / 5.
    DIVIDE ZelYearOfCentury BY 4 GIVING ZelYearTerm.
    DIVIDE ZelCentury BY 4 GIVING ZelCenturyTerm.
    COMPUTE ZelSum = DueDay + ZelMonthTerm + ZelYearOfCentury
        + ZelYearTerm + ZelCenturyTerm + 5 * ZelCentury.
    DIVIDE ZelSum BY 7 GIVING ZelQuot REMAINDER WeekdayNumber.

AdvanceNextDue.
    MOVE StdNextDue TO DueDateNum.
        END-IF
    END-IF.

SubtractOneDay.
    IF DueDay > 1
        SUBTRACT 1 FROM DueDay
    ELSE
        IF DueMonth > 1
            SUBTRACT 1 FROM DueMonth
        ELSE
            MOVE 12 TO DueMonth
            SUBTRACT 1 FROM DueYear
        END-IF
        PERFORM SetMonthLength
        MOVE MonthLength TO DueDay
    END-IF.

AddOneMonth.
    *> a month-end due day is clamped to the shorter month it lands
    *> in (the 31st becomes the 30th or the 28th/29th), the usual
