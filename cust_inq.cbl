*> has no active rate is flagged and counted in unconverted. The
*> account master carries no key on AcctCustId, so the accounts are
*> found by a sequential scan of the master -- the same full-file
*> walk TrialBal already does nightly. Each account's ledger balance
*> is followed by the funds held against it on holds.dat and the
*> balance available; the combined position stays on the ledger.
IDENTIFICATION DIVISION.
    PROGRAM-ID. CustInquiry.
ENVIRONMENT DIVISION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HldId
                ALTERNATE RECORD KEY IS HldAcctNumber WITH DUPLICATES
                FILE STATUS IS HoldFileStatus.
            SELECT OPTIONAL FxRateFile ASSIGN TO "fxrate.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD HoldFile.
        01 HoldRecord.
            COPY "holds.cpy".

        FD FxRateFile.
        01 FxRateRecord.
            COPY "fxrate.cpy".
            88 RateIsFound  VALUE "Y".
        01 RateFlag         PIC X(11).

        01 TodaysDate       PIC 9(8).
        01 HoldFileStatus   PIC XX.
            88 HoldFileOk   VALUE "00".
        01 HoldsOnFile      PIC X    VALUE "N".
        01 HoldsEof         PIC X.
        01 HeldAccount      PIC 9(5).
        01 HeldAmount       PIC 9(9)V99.
        01 AvailableBalance PIC S9(9)V99.
        01 PrintHeld        PIC ---,---,--9.99.
        01 PrintAvailable   PIC ---,---,--9.99.

PROCEDURE DIVISION.
    *> CustMaster and AcctMaster are both OPTIONAL -- on a system
    *> where CustMaint/AcctMaint has never run yet the lookups below
    OPEN INPUT CustMaster.
    OPEN INPUT AcctMaster.
    OPEN INPUT FxRateFile.
    OPEN INPUT HoldFile.
    IF HoldFileOk
        MOVE "Y" TO HoldsOnFile
    END-IF.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    DISPLAY "Enter customer ID to inquire, use Q command to quit.".
    PERFORM ShowCustomer UNTIL Done.
    CLOSE CustMaster.
    CLOSE AcctMaster.
    CLOSE FxRateFile.
    CLOSE HoldFile.
    STOP RUN.

ShowCustomer.

ListCustomerAccounts.
    DISPLAY "Account  Name                  Status  Ccy"
        "  Ledger          Held            Available".
    DISPLAY "-------  --------------------  ------  ---"
        "  --------------  --------------  --------------".
    MOVE 0 TO AccountCount.
    MOVE 0 TO NoRateCount.
    MOVE 0 TO CombinedPosition.
    *> report, including the flag when a rate is missing
    PERFORM SetAcctStatusWord.
    MOVE AcctBalance TO PrintBalance.
    MOVE AcctNumber TO HeldAccount.
    PERFORM SumActiveHolds.
    COMPUTE AvailableBalance = AcctBalance - HeldAmount.
    MOVE HeldAmount TO PrintHeld.
    MOVE AvailableBalance TO PrintAvailable.
    MOVE AcctCurrency TO WorkCurrency.
    PERFORM LookUpFxRate.
    MOVE SPACES TO RateFlag.
    END-IF.
    DISPLAY AcctNumber "    " AcctName "  "
        AcctStatusWord "  " AcctCurrency "  " PrintBalance
        "  " PrintHeld "  " PrintAvailable "  " RateFlag.
    COMPUTE BaseBalance ROUNDED = AcctBalance * WorkRate.
    ADD BaseBalance TO CombinedPosition.

        WHEN OTHER
            MOVE "ACTIVE" TO AcctStatusWord
    END-EVALUATE.

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
