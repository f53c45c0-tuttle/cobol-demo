*> Looks up an account in ACCTMAST and lists its transactions directly
*> from transactions.dat via the FromAccount/ToAccount alternate keys,
*> instead of scrolling through a full SeqRead dump. The balance is
*> shown three ways: the ledger balance on the master, the funds held
*> against it on holds.dat, and the balance available to pay away.
*> The closing balance on any earlier date can be looked up from the
*> daily balance history (balhist.dat); a date with no business of
*> its own shows the closing balance of the business day before it.
IDENTIFICATION DIVISION.
    PROGRAM-ID. AcctInquiry.
ENVIRONMENT DIVISION.
                ALTERNATE RECORD KEY IS FromAccount WITH DUPLICATES
                ALTERNATE RECORD KEY IS ToAccount WITH DUPLICATES
                FILE STATUS IS TransFileStatus.
            SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HldId
                ALTERNATE RECORD KEY IS HldAcctNumber WITH DUPLICATES
                FILE STATUS IS HoldFileStatus.
            SELECT OPTIONAL BalHistFile ASSIGN TO "balhist.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BalKey
                FILE STATUS IS BalHistStatus.
            SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC ArchiveFileName
                ORGANIZATION IS LINE SEQUENTIAL.

        01 TransactionDetails.
            COPY "trandet.cpy".

        FD HoldFile.
        01 HoldRecord.
            COPY "holds.cpy".

        FD BalHistFile.
        01 BalHistRecord.
            COPY "balhist.cpy".

        FD ArchiveFile.
        *> one full trandet.cpy record image per line, as written by
        *> PeriodEnd
        01 ArchiveFileName  PIC X(30).
        01 ArchEof          PIC X.
        01 AcctStatusWord   PIC X(6).
        01 TodaysDate       PIC 9(8).
        01 HoldFileStatus   PIC XX.
            88 HoldFileOk   VALUE "00".
        01 HoldsOnFile      PIC X    VALUE "N".
        01 HoldsEof         PIC X.
        01 HeldAccount      PIC 9(5).
        01 HeldAmount       PIC 9(9)V99.
        01 AvailableBalance PIC S9(9)V99.

        01 BalHistStatus    PIC XX.
            88 BalHistOk    VALUE "00".
        01 BalHistOnFile    PIC X    VALUE "N".
        01 BalHistEof       PIC X.
        01 AsOfDate         PIC 9(8).
        01 AsOfFound        PIC X.
        01 AsOfRecordDate   PIC 9(8).
        01 AsOfClosing      PIC 9(7)V99.
        01 AsOfCurrency     PIC X(3).
        01 AsOfFxRate       PIC 9(5)V9(6).
        01 AsOfBaseAmount   PIC 9(9)V99.

        *> working copy of an archived trandet.cpy record -- the field
        *> names can't be COPYed a second time without qualifying
    *> back not-found/empty instead of the run aborting.
    OPEN INPUT AcctMaster.
    OPEN INPUT TransFile.
    OPEN INPUT HoldFile.
    IF HoldFileOk
        MOVE "Y" TO HoldsOnFile
    END-IF.
    OPEN INPUT BalHistFile.
    IF BalHistOk
        MOVE "Y" TO BalHistOnFile
    END-IF.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    DISPLAY "Enter account number to inquire, use Q command to quit.".
    PERFORM ShowAccount UNTIL Done.
    CLOSE AcctMaster.
    CLOSE TransFile.
    CLOSE HoldFile.
    CLOSE BalHistFile.
    STOP RUN.

ShowAccount.
        DISPLAY "Account " InquiryAccount " does not exist."
    ELSE
        PERFORM SetAcctStatusWord
        MOVE AcctNumber TO HeldAccount
        PERFORM SumActiveHolds
        COMPUTE AvailableBalance = AcctBalance - HeldAmount
        DISPLAY "Account " AcctNumber " " AcctName
            " status " AcctStatusWord
        DISPLAY "  Ledger " AcctBalance " held " HeldAmount
            " available " AvailableBalance
        DISPLAY " "
        PERFORM ShowSentTransactions
        PERFORM ShowReceivedTransactions
        IF ArchiveDate NOT = 0
            PERFORM ShowArchivedTransactions
        END-IF
        DISPLAY "Balance as of YYYYMMDD (0 = skip) > "
            WITH NO ADVANCING
        ACCEPT AsOfDate
        IF AsOfDate NOT = 0
            PERFORM ShowBalanceAsOf
        END-IF
    END-IF

    DISPLAY "Enter to inquire another account, 'Q' to quit > ".
    END-PERFORM.
    CLOSE ArchiveFile.

ShowBalanceAsOf.
    *> closing balance from balhist.dat on the latest business day on
    *> or before AsOfDate -- weekends and closures have no record of
    *> their own, so they show the business day before them
    MOVE "N" TO AsOfFound.
    IF BalHistOnFile = "Y"
        MOVE "N" TO BalHistEof
        MOVE InquiryAccount TO BalAcctNumber
        MOVE 0 TO BalDate
        START BalHistFile KEY IS >= BalKey
            INVALID KEY
                MOVE "Y" TO BalHistEof
        END-START
        PERFORM UNTIL BalHistEof = "Y"
            READ BalHistFile NEXT RECORD
                AT END
                    MOVE "Y" TO BalHistEof
                NOT AT END
                    IF BalAcctNumber NOT = InquiryAccount
                            OR BalDate > AsOfDate
                        MOVE "Y" TO BalHistEof
                    ELSE
                        MOVE "Y"           TO AsOfFound
                        MOVE BalDate       TO AsOfRecordDate
                        MOVE BalClosing    TO AsOfClosing
                        MOVE BalCurrency   TO AsOfCurrency
                        MOVE BalFxRate     TO AsOfFxRate
                        MOVE BalBaseAmount TO AsOfBaseAmount
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

    IF AsOfFound = "N"
        DISPLAY "  No balance history for account " InquiryAccount
            " on or before " AsOfDate "."
    ELSE
        DISPLAY "  Closing balance as of " AsOfDate ": "
            AsOfClosing " " AsOfCurrency
        IF AsOfRecordDate NOT = AsOfDate
            DISPLAY "    (nothing recorded for " AsOfDate
                " -- closing balance of " AsOfRecordDate
                ", the latest business day before it)"
        END-IF
        IF AsOfFxRate = 0
            DISPLAY "    base equivalent not recorded -- no exchange"
                " rate that day"
        ELSE
            DISPLAY "    base equivalent " AsOfBaseAmount
                " at rate " AsOfFxRate
        END-IF
    END-IF.

ShowReceivedTransactions.
    DISPLAY "Received:".
    MOVE InquiryAccount TO ToAccount.
            END-READ
        END-PERFORM
    END-IF.

SumActiveHolds.
    *> total of the holds in force on HeldAccount (see holds.cpy) --
    *> active and not past their expiry date; no holds file means
    *> nothing is held
    MOVE 0 TO HeldAmount.
    IF HoldsOnFile = "Y"
        MOVE "N" TO HoldsEof
        MOVE HeldAccount TO HldAcctNumber
        START HoldFile KEY IS = HldAcctNumber
            INVALID KEY
                MOVE "Y" TO HoldsEof
        END-START
        PERFORM UNTIL HoldsEof = "Y"
            READ HoldFile NEXT RECORD
                AT END
                    MOVE "Y" TO HoldsEof
                NOT AT END
                    IF HldAcctNumber NOT = HeldAccount
                        MOVE "Y" TO HoldsEof
                    ELSE
                        IF HldActive AND (HldExpiryDate = 0
                                OR HldExpiryDate >= TodaysDate)
                            ADD HldAmount TO HeldAmount
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
