*> Monthly average balance report: reads the daily balance history
*> (balhist.dat) for one calendar month and writes a formatted print
*> file (balavg.prt) with a line per account -- the business days
*> recorded, and the lowest, highest and average closing balance over
*> them in the account's own currency -- followed by the same three
*> figures in base currency, taken from the base amounts fixed each
*> day at that day's rate. A day recorded without an exchange rate
*> counts in the own-currency figures but is left out of the base
*> ones, and an account with no rated day at all says so. The
*> average is the plain mean of the days recorded (the same figure
*> IntPost uses for average-balance interest). The footer totals the
*> base averages across all accounts. The month (YYYYMM) can come in
*> on the command line.
IDENTIFICATION DIVISION.
    PROGRAM-ID. BalAvgRpt.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL BalHistFile ASSIGN TO "balhist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BalKey
                FILE STATUS IS BalHistStatus.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT PrintFile ASSIGN TO "balavg.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD BalHistFile.
        01 BalHistRecord.
            COPY "balhist.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 BalHistStatus    PIC XX.
            88 BalHistOk    VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk VALUE "00".

        01 BalHistEof       PIC X    VALUE "N".
        01 ReportMonth      PIC 9(6).
        01 CommandLineArg   PIC X(20).
        01 MonthFirstDate   PIC 9(8).
        01 MonthLastDate    PIC 9(8).

        *> running figures for the account being accumulated
        01 CurrentAccount   PIC 9(5)  VALUE 0.
        01 CurrentCurrency  PIC X(3).
        01 DayCount         PIC 9(3).
        01 MinBalance       PIC 9(7)V99.
        01 MaxBalance       PIC 9(7)V99.
        01 SumBalance       PIC 9(11)V99.
        01 AvgBalance       PIC 9(7)V99.
        01 BaseDayCount     PIC 9(3).
        01 MinBase          PIC 9(9)V99.
        01 MaxBase          PIC 9(9)V99.
        01 SumBase          PIC 9(13)V99.
        01 AvgBase          PIC 9(9)V99.

        01 AccountCount     PIC 9(6)  VALUE 0.
        01 NoRateCount      PIC 9(6)  VALUE 0.
        01 TotalAvgBase     PIC 9(11)V99 VALUE 0.
        01 PrintTotal       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        01 PageNumber       PIC 9(4).
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "AVERAGE DAILY BALANCES -- MONTHLY".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(6)  VALUE "Month ".
            05 H2Month      PIC 9(6).

        01 DetailLine.
            05 DlAccount    PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlName       PIC X(20).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlCcy        PIC X(3).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlDays       PIC ZZ9.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlMin        PIC Z,ZZZ,ZZ9.99.
            05 FILLER       PIC X(1)  VALUE SPACES.
            05 DlMax        PIC Z,ZZZ,ZZ9.99.
            05 FILLER       PIC X(1)  VALUE SPACES.
            05 DlAvg        PIC Z,ZZZ,ZZ9.99.

        01 BaseLine.
            05 FILLER       PIC X(26) VALUE SPACES.
            05 BlLabel      PIC X(7)  VALUE "in base".
            05 FILLER       PIC X(1)  VALUE SPACES.
            05 BlMin        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(1)  VALUE SPACES.
            05 BlMax        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(1)  VALUE SPACES.
            05 BlAvg        PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:6) IS NUMERIC
            AND CommandLineArg (7:14) = SPACES
        MOVE CommandLineArg (1:6) TO ReportMonth
    ELSE
        DISPLAY "Report month (YYYYMM) > " WITH NO ADVANCING
        ACCEPT ReportMonth
    END-IF.
    COMPUTE MonthFirstDate = ReportMonth * 100 + 1.
    COMPUTE MonthLastDate = ReportMonth * 100 + 31.

    OPEN INPUT BalHistFile.
    OPEN INPUT AcctMaster.
    OPEN OUTPUT PrintFile.
    MOVE 0 TO PageNumber.
    PERFORM WritePageHeading.
    PERFORM WriteColumnHeadings.
    PERFORM ReadBalanceHistory.
    IF AccountCount = 0
        MOVE "  (no balance history recorded for the month)"
            TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    PERFORM WriteFooter.
    CLOSE PrintFile.
    CLOSE AcctMaster.
    CLOSE BalHistFile.

    DISPLAY "Average balance report written to balavg.prt -- "
        AccountCount " accounts for " ReportMonth ".".
    STOP RUN.

ReadBalanceHistory.
    *> balhist.dat is keyed account then date, so each account's days
    *> come together and a change of account closes the one before.
    *> BalHistFile is OPTIONAL -- with no history the report is empty
    PERFORM UNTIL BalHistEof = "Y"
        READ BalHistFile NEXT RECORD
            AT END
                MOVE "Y" TO BalHistEof
            NOT AT END
                IF BalDate >= MonthFirstDate
                        AND BalDate <= MonthLastDate
                    IF BalAcctNumber NOT = CurrentAccount
                        PERFORM FinishAccount
                        PERFORM StartAccount
                    END-IF
                    PERFORM AccumulateDay
                END-IF
        END-READ
    END-PERFORM.
    PERFORM FinishAccount.

StartAccount.
    MOVE BalAcctNumber TO CurrentAccount.
    MOVE BalCurrency   TO CurrentCurrency.
    MOVE 0 TO DayCount.
    MOVE 0 TO SumBalance.
    MOVE 0 TO MinBalance.
    MOVE 0 TO MaxBalance.
    MOVE 0 TO BaseDayCount.
    MOVE 0 TO SumBase.
    MOVE 0 TO MinBase.
    MOVE 0 TO MaxBase.

AccumulateDay.
    ADD 1 TO DayCount.
    ADD BalClosing TO SumBalance.
    IF DayCount = 1 OR BalClosing < MinBalance
        MOVE BalClosing TO MinBalance
    END-IF.
    IF DayCount = 1 OR BalClosing > MaxBalance
        MOVE BalClosing TO MaxBalance
    END-IF.
    *> a zero rate means the day was recorded without one -- it has
    *> no base figure to count
    IF BalFxRate NOT = 0
        ADD 1 TO BaseDayCount
        ADD BalBaseAmount TO SumBase
        IF BaseDayCount = 1 OR BalBaseAmount < MinBase
            MOVE BalBaseAmount TO MinBase
        END-IF
        IF BaseDayCount = 1 OR BalBaseAmount > MaxBase
            MOVE BalBaseAmount TO MaxBase
        END-IF
    END-IF.

FinishAccount.
    IF CurrentAccount NOT = 0 AND DayCount > 0
        ADD 1 TO AccountCount
        COMPUTE AvgBalance ROUNDED = SumBalance / DayCount

        MOVE CurrentAccount TO AcctNumber
        READ AcctMaster
            INVALID KEY
                CONTINUE
        END-READ
        MOVE SPACES TO DetailLine
        MOVE CurrentAccount  TO DlAccount
        IF AcctMasterOk
            MOVE AcctName TO DlName
        ELSE
            MOVE "(not on master)" TO DlName
        END-IF
        MOVE CurrentCurrency TO DlCcy
        MOVE DayCount        TO DlDays
        MOVE MinBalance      TO DlMin
        MOVE MaxBalance      TO DlMax
        MOVE AvgBalance      TO DlAvg
        MOVE DetailLine TO PrintLine
        PERFORM WriteOneLine

        IF BaseDayCount = 0
            ADD 1 TO NoRateCount
            MOVE SPACES TO PrintLine
            MOVE "in base -- no exchange rate on any day"
                TO PrintLine (27:54)
        ELSE
            COMPUTE AvgBase ROUNDED = SumBase / BaseDayCount
            ADD AvgBase TO TotalAvgBase
            MOVE MinBase TO BlMin
            MOVE MaxBase TO BlMax
            MOVE AvgBase TO BlAvg
            MOVE BaseLine TO PrintLine
        END-IF
        PERFORM WriteOneLine
    END-IF.
    MOVE 0 TO DayCount.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE ReportMonth TO H2Month.

    IF PageNumber > 1
        MOVE SPACES TO PrintLine
        WRITE PrintLine
    END-IF
    MOVE HeadingLine1 TO PrintLine.
    WRITE PrintLine.
    MOVE HeadingLine2 TO PrintLine.
    WRITE PrintLine.
    MOVE SPACES TO PrintLine.
    WRITE PrintLine.
    MOVE 3 TO LineCount.

WriteColumnHeadings.
    MOVE "Acct   Name                  Ccy  Days       Lowest"
        & "      Highest      Average" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "-----  --------------------  ---  ---- ------------"
        & " ------------ ------------" TO PrintLine.
    PERFORM WriteOneLine.

WriteOneLine.
    *> WritePageHeading writes through the same PrintLine record
    *> area, so the pending line is held across the page break and
    *> put back before the WRITE
    IF LineCount >= 55
        MOVE PrintLine TO PendingLine
        PERFORM WritePageHeading
        MOVE PendingLine TO PrintLine
    END-IF.
    WRITE PrintLine.
    ADD 1 TO LineCount.

WriteFooter.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE TotalAvgBase TO PrintTotal.
    MOVE SPACES TO PrintLine.
    STRING "Accounts " AccountCount
        "  total of base averages " PrintTotal
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    IF NoRateCount > 0
        MOVE SPACES TO PrintLine
        STRING "*** " NoRateCount " account(s) had no exchange rate"
            " and are left out of the base total"
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
