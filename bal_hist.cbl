*> Daily balance history: records every open account's closing
*> ledger balance for the business day on balhist.dat -- in the
*> account's own currency and in base currency at that day's rate --
*> so a balance can be looked up as of any past date (AcctInquiry),
*> reported as a monthly minimum / maximum / average (BalAvgRpt) and
*> used for average-balance interest (IntPost). Closed accounts are
*> left out; a frozen account still has a balance and is recorded. An
*> account in a currency with no active rate is recorded with a zero
*> rate and base amount and listed, so the gap shows. The balance
*> recorded is the one on acctmast.dat when the step runs, which is
*> why DayEnd runs it after the day's posting steps. Running it again
*> for the same date replaces that day's records. The business date
*> can come in on the command line, so DayEnd runs it with nobody at
*> the terminal.
IDENTIFICATION DIVISION.
    PROGRAM-ID. BalHist.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL FxRateFile ASSIGN TO "fxrate.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FxCurrency
                FILE STATUS IS FxRateStatus.
            SELECT BalHistFile ASSIGN TO "balhist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BalKey
                FILE STATUS IS BalHistStatus.

DATA DIVISION.
    FILE SECTION.
        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD FxRateFile.
        01 FxRateRecord.
            COPY "fxrate.cpy".

        FD BalHistFile.
        01 BalHistRecord.
            COPY "balhist.cpy".

    WORKING-STORAGE SECTION.
        01 AcctMasterStatus     PIC XX.
            88 AcctMasterOk     VALUE "00".
        01 FxRateStatus         PIC XX.
            88 FxRateOk         VALUE "00".
        01 BalHistStatus        PIC XX.
            88 BalHistOk        VALUE "00".
            88 BalHistDuplicate VALUE "22".
            88 BalHistNotFound  VALUE "35".

        01 MasterEof            PIC X      VALUE "N".
        01 BusinessDate         PIC 9(8).
        01 CommandLineArg       PIC X(20).

        01 WorkCurrency         PIC X(3).
        01 WorkRate             PIC 9(5)V9(6).
        01 RateFound            PIC X.
            88 RateIsFound      VALUE "Y".

        01 RecordedCount        PIC 9(6)   VALUE 0.
        01 ReplacedCount        PIC 9(6)   VALUE 0.
        01 ClosedCount          PIC 9(6)   VALUE 0.
        01 NoRateCount          PIC 9(6)   VALUE 0.
        01 WriteFailures        PIC 9(6)   VALUE 0.
        01 TotalBase            PIC 9(11)V99 VALUE 0.
        01 PrintTotal           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:8) IS NUMERIC
            AND CommandLineArg (9:12) = SPACES
        MOVE CommandLineArg (1:8) TO BusinessDate
    ELSE
        DISPLAY "Business date (YYYYMMDD) > " WITH NO ADVANCING
        ACCEPT BusinessDate
    END-IF.

    OPEN I-O BalHistFile.
    IF BalHistNotFound
        *> balhist.dat doesn't exist yet -- the first run sets it up
        OPEN OUTPUT BalHistFile
        CLOSE BalHistFile
        OPEN I-O BalHistFile
    END-IF.
    IF NOT BalHistOk
        *> any other failure leaves the file alone -- the history
        *> cannot be rebuilt, so it is never recreated over
        DISPLAY "*** ERROR: balhist.dat will not open (status "
            BalHistStatus ") -- no balances recorded."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT FxRateFile.
    OPEN INPUT AcctMaster.

    PERFORM UNTIL MasterEof = "Y"
        READ AcctMaster NEXT RECORD
            AT END
                MOVE "Y" TO MasterEof
            NOT AT END
                IF AcctClosed
                    ADD 1 TO ClosedCount
                ELSE
                    PERFORM RecordAccountBalance
                END-IF
        END-READ
    END-PERFORM.

    CLOSE AcctMaster.
    CLOSE FxRateFile.
    CLOSE BalHistFile.

    MOVE TotalBase TO PrintTotal.
    DISPLAY "Balance history for " BusinessDate " >>> "
        RecordedCount " accounts recorded (" ReplacedCount
        " replaced an earlier run), " ClosedCount " closed skipped".
    DISPLAY "Total base-currency balances >>> " PrintTotal.
    IF NoRateCount > 0
        DISPLAY "*** " NoRateCount " account(s) had no exchange rate"
            " -- recorded with a zero base amount."
    END-IF.
    IF WriteFailures > 0
        DISPLAY "*** ERROR: " WriteFailures " balance(s) could not be"
            " recorded -- rerun once the file problem is cleared."
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

RecordAccountBalance.
    MOVE AcctNumber   TO BalAcctNumber.
    MOVE BusinessDate TO BalDate.
    MOVE AcctBalance  TO BalClosing.
    MOVE AcctCurrency TO BalCurrency.
    MOVE AcctStatus   TO BalAcctStatus.

    MOVE AcctCurrency TO WorkCurrency.
    PERFORM LookUpFxRate.
    IF RateIsFound
        MOVE WorkRate TO BalFxRate
        COMPUTE BalBaseAmount ROUNDED = AcctBalance * WorkRate
    ELSE
        MOVE 0 TO BalFxRate
        MOVE 0 TO BalBaseAmount
        ADD 1 TO NoRateCount
        DISPLAY "*** no exchange rate for " AcctCurrency
            " -- account " AcctNumber " recorded without a base amount"
    END-IF.

    WRITE BalHistRecord
        INVALID KEY
            CONTINUE
    END-WRITE.
    IF BalHistDuplicate
        *> already recorded for this date by an earlier run -- the
        *> balance as it stands now replaces it
        REWRITE BalHistRecord
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF BalHistOk
            ADD 1 TO ReplacedCount
        END-IF
    END-IF.
    IF BalHistOk
        ADD 1 TO RecordedCount
        ADD BalBaseAmount TO TotalBase
    ELSE
        ADD 1 TO WriteFailures
        DISPLAY "*** unable to record account " AcctNumber
            " (status " BalHistStatus ")"
    END-IF.

LookUpFxRate.
    *> spaces are the base currency and convert at 1 without a
    *> record; anything else must be on fxrate.dat and active
    MOVE "N" TO RateFound.
    MOVE 1 TO WorkRate.
    IF WorkCurrency = SPACES
        MOVE "Y" TO RateFound
    ELSE
        MOVE WorkCurrency TO FxCurrency
        READ FxRateFile
            INVALID KEY
                CONTINUE
        END-READ
        IF FxRateOk AND FxActive
            MOVE FxRate TO WorkRate
            MOVE "Y" TO RateFound
        END-IF
    END-IF.
