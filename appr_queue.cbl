                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FxCurrency
                FILE STATUS IS FxRateStatus.
            SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HldId
                ALTERNATE RECORD KEY IS HldAcctNumber WITH DUPLICATES
                FILE STATUS IS HoldFileStatus.
            SELECT OPTIONAL SysLockFile ASSIGN TO "syslock.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SysLockStatus.
        01 FxRateRecord.
            COPY "fxrate.cpy".

        FD HoldFile.
        01 HoldRecord.
            COPY "holds.cpy".

        FD SysLockFile.
        01 SysLockRecord.
            COPY "syslock.cpy".

        01 AmountValue      PIC 9(7)V99.
        01 FromBalance      PIC 9(7)V99.
        01 HoldFileStatus   PIC XX.
            88 HoldFileOk   VALUE "00".
        01 HoldsOnFile      PIC X    VALUE "N".
        01 HoldsEof         PIC X.
        01 HeldAccount      PIC 9(5).
        01 HeldAmount       PIC 9(9)V99.
        01 AvailableBalance PIC S9(9)V99.
        01 AcctStatusWord   PIC X(6).

        01 FxRateStatus     PIC XX.
    END-IF.
    OPEN EXTEND SuspenseFile.
    OPEN INPUT FxRateFile.
    OPEN INPUT HoldFile.
    IF HoldFileOk
        MOVE "Y" TO HoldsOnFile
    END-IF.

    MOVE "H"            TO HdrRecType.
    MOVE TodaysDate     TO HdrBatchDate.
    CLOSE AcctMaster.
    CLOSE SuspenseFile.
    CLOSE FxRateFile.
    CLOSE HoldFile.
    PERFORM RewritePendingFile.
    PERFORM SaveLastTransId.
    PERFORM ReleaseSystemLock.
            IF FromBalance < AmountValue
                DISPLAY "From account " FromAccount " has insufficient funds -- item left open."
            ELSE
                *> funds held on the account are not available to the
                *> debit even though the ledger covers it
                MOVE FromAccount TO HeldAccount
                PERFORM SumActiveHolds
                COMPUTE AvailableBalance = FromBalance - HeldAmount
                IF AvailableBalance < AmountValue
                    DISPLAY "From account " FromAccount " has funds "
                        "held -- available balance " AvailableBalance
                        " -- item left open."
                ELSE
                    PERFORM CheckToAccount
                END-IF
            END-IF
        END-IF
    END-IF.
        INVALID KEY
            CONTINUE
    END-REWRITE.

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
