*> nothing posts wrong. Every record is stamped with the INTPOST
*> operator ID, which must be set up on opermast.dat (with a limit
*> high enough for the largest posting, or the excess waits on the
*> approval queue) before the batch run. The run is for the interest
*> period ending on the last business day of the month (weekends
*> and calendar.dat closures skipped) unless the operator keys
*> another date, and it will not run for a period that has not yet
*> ended, so a month can't be paid early by a mistyped date.
*> Interest can be computed on the balance as it stands at the run
*> (the month-end basis) or on the account's average daily balance
*> for the period -- the mean of its closing balances on
*> balhist.dat from the 1st of the month to the period end, the same
*> figure BalAvgRpt prints; the basis chosen also picks the balance
*> tier. An account with no balance history for the period falls
*> back to its balance at the run and is listed.
IDENTIFICATION DIVISION.
    PROGRAM-ID. IntPost.
ENVIRONMENT DIVISION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FxCurrency
                FILE STATUS IS FxRateStatus.
            SELECT OPTIONAL BalHistFile ASSIGN TO "balhist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BalKey
                FILE STATUS IS BalHistStatus.
            SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate
                FILE STATUS IS CalendarStatus.

DATA DIVISION.
    FILE SECTION.
        01 FxRateRecord.
            COPY "fxrate.cpy".

        FD BalHistFile.
        01 BalHistRecord.
            COPY "balhist.cpy".

        FD CalendarFile.
        01 CalendarRecord.
            COPY "calendar.cpy".

    WORKING-STORAGE SECTION.
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 RateFileNotFound VALUE "23".
        01 FxRateStatus     PIC XX.
            88 FxRateOk     VALUE "00".
        01 CalendarStatus   PIC XX.
            88 CalendarOk   VALUE "00".
        01 BalHistStatus    PIC XX.
            88 BalHistOk    VALUE "00".

        *> M = balance at the run, A = average daily balance over the
        *> period from balhist.dat
        01 InterestBasis    PIC X.
            88 BasisMonthEnd   VALUES "M" "m".
            88 BasisAverage    VALUES "A" "a".
        01 PeriodStartDate  PIC 9(8).
        01 BalHistEof       PIC X.
        01 HistDayCount     PIC 9(3).
        01 HistSum          PIC 9(11)V99.
        01 NoHistoryCount   PIC 9(6) VALUE 0.

        *> the interest period ends on the last business day of the
        *> month, worked out against the weekend rule and calendar.dat
        01 PeriodEndDate    PIC 9(8).
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

        01 MasterEof        PIC X    VALUE "N".
        01 TierEof          PIC X.

PROCEDURE DIVISION.
    DISPLAY "Month-end interest and fee posting run.".
    PERFORM SetDefaultCutoff.
    DISPLAY "Interest period end (YYYYMMDD, 0 = " DefaultCutoff
        ") > " WITH NO ADVANCING.
    ACCEPT PeriodEndDate.
    IF PeriodEndDate = 0
        MOVE DefaultCutoff TO PeriodEndDate
    END-IF.
    IF PeriodEndDate > TodaysDate
        DISPLAY "*** ERROR: the period ending " PeriodEndDate
            " has not ended yet -- run aborted."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Interest period ending " PeriodEndDate ".".
    MOVE SPACE TO InterestBasis.
    PERFORM UNTIL BasisMonthEnd OR BasisAverage
        DISPLAY "Interest basis (M=month-end balance, A=average "
            "daily balance) > " WITH NO ADVANCING
        ACCEPT InterestBasis
    END-PERFORM.
    IF BasisAverage
        COMPUTE PeriodStartDate = (PeriodEndDate / 100) * 100 + 1
        DISPLAY "Interest on the average daily balance "
            PeriodStartDate " to " PeriodEndDate "."
        OPEN INPUT BalHistFile
    END-IF.
    OPEN INPUT AcctMaster.
    OPEN INPUT FxRateFile.
    OPEN INPUT RateFile.
    CLOSE RateFile.
    CLOSE FxRateFile.
    CLOSE AcctMaster.
    IF BasisAverage
        CLOSE BalHistFile
    END-IF.

    DISPLAY " ".
    DISPLAY "Interest and fee run complete.".
        NoRateCount.
    DISPLAY "Accounts skipped for missing exchange rate >>> "
        NoFxCount.
    IF BasisAverage
        DISPLAY "Accounts with no balance history, paid on the "
            "balance at the run >>> " NoHistoryCount
    END-IF.
    DISPLAY "Run SeqWrite in batch mode to post the generated "
        "transfers.".
    STOP RUN.
                    AND AcctNumber NOT = FeeAccount
                MOVE AcctNumber  TO WorkAccount
                MOVE AcctBalance TO WorkBalance
                IF BasisAverage
                    PERFORM FindAverageBalance
                END-IF
                MOVE AcctCurrency TO WorkCurrency
                PERFORM LookUpFxRate
                IF NOT FxIsFound
            END-IF
    END-READ.

FindAverageBalance.
    *> mean of the account's closing balances recorded on balhist.dat
    *> from PeriodStartDate to PeriodEndDate; with none recorded the
    *> balance at the run (already in WorkBalance) stands
    MOVE 0 TO HistDayCount.
    MOVE 0 TO HistSum.
    MOVE "N" TO BalHistEof.
    MOVE WorkAccount TO BalAcctNumber.
    MOVE PeriodStartDate TO BalDate.
    START BalHistFile KEY IS >= BalKey
        INVALID KEY
            MOVE "Y" TO BalHistEof
    END-START.
    PERFORM UNTIL BalHistEof = "Y"
        READ BalHistFile NEXT RECORD
            AT END
                MOVE "Y" TO BalHistEof
            NOT AT END
                IF BalAcctNumber NOT = WorkAccount
                        OR BalDate > PeriodEndDate
                    MOVE "Y" TO BalHistEof
                ELSE
                    ADD 1 TO HistDayCount
                    ADD BalClosing TO HistSum
                END-IF
        END-READ
    END-PERFORM.
    IF HistDayCount > 0
        COMPUTE WorkBalance ROUNDED = HistSum / HistDayCount
    ELSE
        ADD 1 TO NoHistoryCount
        DISPLAY "Account " WorkAccount " has no balance history for "
            "the period -- interest on the balance at the run."
    END-IF.

FindApplicableRate.
    *> an account-specific entry wins outright; otherwise take the
    *> tier with the highest floor at or below the account's balance
        WHEN OTHER
            MOVE "ACTIVE" TO AcctStatusWord
    END-EVALUATE.

SetDefaultCutoff.
    *> the last business day of this month once it has arrived,
    *> otherwise of last month -- a run on the 1st, or on a weekend
    *> after month-end, is paying the month just gone
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
