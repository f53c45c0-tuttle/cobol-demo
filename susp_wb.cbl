*> Reposted entries go to transactions.dat under a batch header and
*> trailer of their own (so SeqRead's batchctl.dat cross-check still
*> balances), and every worked item is marked resolved with who and
*> when so RejectRpt shows only what is still outstanding. Lines
*> BulkPay returned from a refused bulk payment file can only be
*> cancelled: the file is all-or-nothing and comes back whole.
IDENTIFICATION DIVISION.
    PROGRAM-ID. SuspWorkbench.
ENVIRONMENT DIVISION.
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

        01 AcctTrailBlanks  PIC 9(2).
        01 AcctSigLen       PIC 9(2).
    END-IF.

    OPEN INPUT FxRateFile.
    OPEN INPUT HoldFile.
    IF HoldFileOk
        MOVE "Y" TO HoldsOnFile
    END-IF.

    MOVE "H"            TO HdrRecType.
    MOVE TodaysDate     TO HdrBatchDate.
    CLOSE TransFile.
    CLOSE AcctMaster.
    CLOSE FxRateFile.
    CLOSE HoldFile.
    PERFORM RewriteSuspenseFile.
    PERFORM SaveLastTransId.
    PERFORM ReleaseSystemLock.
    EVALUATE ItemAction
        WHEN "P"
        WHEN "p"
            *> a line from a refused bulk payment file is only ever
            *> cancelled here -- the customer resends the whole file,
            *> and reposting lines one by one would half-post it
            IF SuspSource = "BULKPAY"
                DISPLAY "Bulk payment lines are resent as a whole "
                    "file -- cancel only."
            ELSE
                PERFORM RepostItem
            END-IF
        WHEN "C"
        WHEN "c"
            PERFORM CancelItem
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
