*> Places, releases and expires funds holds on holds.dat and lists an
*> account's holds. A hold earmarks part of an account's balance
*> (amount, reason, optional expiry date) so the posting programs
*> refuse any debit that would eat into it, without the ledger
*> balance itself moving. Holds are numbered as they are placed. The
*> expire action sweeps every active hold whose expiry date has
*> passed to status E -- a lapsed hold already stops counting the
*> day after its expiry date; the sweep just keeps the file honest.
*> The operator must be active on opermast.dat and is stamped on
*> every hold placed or closed.
IDENTIFICATION DIVISION.
    PROGRAM-ID. HoldMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HoldFile ASSIGN TO "holds.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HldId
                ALTERNATE RECORD KEY IS HldAcctNumber WITH DUPLICATES
                FILE STATUS IS HoldFileStatus.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.

DATA DIVISION.
    FILE SECTION.
        FD HoldFile.
        01 HoldRecord.
            COPY "holds.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".

        01 HoldFileStatus   PIC XX.
            88 HoldFileOk       VALUE "00".
            88 HoldFileNotFound VALUE "23".
            88 HoldFileMissing  VALUE "35".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 AcctMasterNotFound VALUE "23".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 ListEof          PIC X.
        01 TodaysDate       PIC 9(8).
        01 LastHoldId       PIC 9(6) VALUE 0.
        01 MaintAction      PIC X.
        01 MaintOperator    PIC X(8).
        01 ExpiredCount     PIC 9(6).
        01 ListCount        PIC 9(4).

        01 NewHoldId        PIC 9(6).
        01 NewAcctNumber    PIC 9(5).
        01 NewAmount        PIC 9(7)V99.
        01 NewReason        PIC X(30).
        01 NewExpiryDate    PIC 9(8).

        01 HeldAccount      PIC 9(5).
        01 HeldAmount       PIC 9(9)V99.
        01 AvailableBalance PIC S9(9)V99.
        01 PrintLedger      PIC -,---,--9.99.
        01 PrintHeld        PIC -,---,--9.99.
        01 PrintAvailable   PIC -,---,--9.99.

        01 EditExpiryDate.
            05 EditExpiryYear  PIC 9(4).
            05 EditExpiryMonth PIC 9(2).
            05 EditExpiryDay   PIC 9(2).
        01 EditExpiryDateNum REDEFINES EditExpiryDate PIC 9(8).

PROCEDURE DIVISION.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    OPEN INPUT OperMaster.
    DISPLAY "Operator > " WITH NO ADVANCING.
    ACCEPT MaintOperator.
    MOVE MaintOperator TO OperId.
    READ OperMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT OperMasterOk
        DISPLAY "Operator " MaintOperator
            " is not on the operator master."
        CLOSE OperMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT OperIsActive
        DISPLAY "Operator " MaintOperator " is not active."
        CLOSE OperMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE OperMaster.

    OPEN I-O HoldFile.
    IF HoldFileMissing
        *> holds.dat doesn't exist yet -- this is the program that
        *> sets up the holds file, so create it here rather than
        *> requiring some other program to have run first.
        OPEN OUTPUT HoldFile
        CLOSE HoldFile
        OPEN I-O HoldFile
    END-IF.
    IF NOT HoldFileOk
        DISPLAY "*** ERROR: holds.dat will not open (status "
            HoldFileStatus ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM FindLastHoldId.
    OPEN INPUT AcctMaster.
    DISPLAY "Enter hold action, use Q command to quit.".
    PERFORM MaintainHold UNTIL Done.
    CLOSE HoldFile.
    CLOSE AcctMaster.
    STOP RUN.

FindLastHoldId.
    *> holds are numbered in key order, so the last one read is the
    *> highest number issued so far
    PERFORM UNTIL Eof = "Y"
        READ HoldFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                MOVE HldId TO LastHoldId
        END-READ
        *> a read that succeeds can also come back 02 on a file with
        *> duplicate alternate keys; anything outside 0x stops the scan
        IF HoldFileStatus (1:1) NOT = "0"
            MOVE "Y" TO Eof
        END-IF
    END-PERFORM.

MaintainHold.
    DISPLAY "Action (P=place, R=release, E=expire lapsed, "
        "L=list account, Q=quit) > " WITH NO ADVANCING.
    ACCEPT MaintAction.
    EVALUATE MaintAction
        WHEN "P"
        WHEN "p"
            PERFORM PlaceHold
        WHEN "R"
        WHEN "r"
            PERFORM ReleaseHold
        WHEN "E"
        WHEN "e"
            PERFORM ExpireLapsedHolds
        WHEN "L"
        WHEN "l"
            PERFORM ListAccountHolds
        WHEN "Q"
        WHEN "q"
            MOVE "Q" TO ShouldContinue
        WHEN OTHER
            DISPLAY "Unrecognized action."
    END-EVALUATE.

PlaceHold.
    DISPLAY "Account number          > " WITH NO ADVANCING
    ACCEPT NewAcctNumber
    DISPLAY "Amount                  > " WITH NO ADVANCING
    ACCEPT NewAmount
    DISPLAY "Reason                  > " WITH NO ADVANCING
    ACCEPT NewReason
    DISPLAY "Expiry YYYYMMDD (0=none) > " WITH NO ADVANCING
    ACCEPT NewExpiryDate

    MOVE NewExpiryDate TO EditExpiryDateNum
    MOVE NewAcctNumber TO AcctNumber
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ

    IF NOT AcctMasterOk
        DISPLAY "Account " NewAcctNumber " does not exist -- "
            "hold not placed."
    ELSE
        IF AcctClosed
            DISPLAY "Account " NewAcctNumber " is closed -- "
                "hold not placed."
        ELSE
            IF NewAmount = 0
                DISPLAY "Amount must be greater than zero -- "
                    "hold not placed."
            ELSE
                IF NewReason = SPACES
                    DISPLAY "A reason is required -- hold not placed."
                ELSE
                    IF NewExpiryDate NOT = 0
                            AND (EditExpiryMonth < 1
                                OR EditExpiryMonth > 12
                                OR EditExpiryDay < 1
                                OR EditExpiryDay > 31
                                OR NewExpiryDate < TodaysDate)
                        DISPLAY "Expiry must be a valid YYYYMMDD, "
                            "today or later -- hold not placed."
                    ELSE
                        PERFORM WriteHold
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WriteHold.
    ADD 1 TO LastHoldId.
    MOVE LastHoldId     TO HldId.
    MOVE NewAcctNumber  TO HldAcctNumber.
    MOVE NewAmount      TO HldAmount.
    MOVE NewReason      TO HldReason.
    MOVE NewExpiryDate  TO HldExpiryDate.
    MOVE TodaysDate     TO HldPlacedDate.
    MOVE MaintOperator  TO HldPlacedBy.
    MOVE "A"            TO HldStatus.
    MOVE 0              TO HldClosedDate.
    MOVE SPACES         TO HldClosedBy.
    WRITE HoldRecord
        INVALID KEY
            DISPLAY "Unable to add hold " HldId
    END-WRITE.
    IF HoldFileOk
        DISPLAY "Hold " HldId " placed on account " NewAcctNumber "."
        MOVE NewAcctNumber TO HeldAccount
        PERFORM ShowAvailable
    END-IF.

ReleaseHold.
    DISPLAY "Hold number > " WITH NO ADVANCING
    ACCEPT NewHoldId
    MOVE NewHoldId TO HldId
    READ HoldFile
        INVALID KEY
            CONTINUE
    END-READ

    IF HoldFileNotFound
        DISPLAY "Hold " NewHoldId " does not exist."
    ELSE
        IF NOT HldActive
            DISPLAY "Hold " NewHoldId " is already released or "
                "expired."
        ELSE
            MOVE "R" TO HldStatus
            MOVE TodaysDate TO HldClosedDate
            MOVE MaintOperator TO HldClosedBy
            REWRITE HoldRecord
                INVALID KEY
                    DISPLAY "Unable to update hold " HldId
            END-REWRITE
            IF HoldFileOk
                DISPLAY "Hold " NewHoldId " released."
                MOVE HldAcctNumber TO HeldAccount
                PERFORM ShowAvailable
            END-IF
        END-IF
    END-IF.

ExpireLapsedHolds.
    MOVE 0 TO ExpiredCount.
    MOVE "N" TO ListEof.
    MOVE 0 TO HldId.
    START HoldFile KEY IS >= HldId
        INVALID KEY
            MOVE "Y" TO ListEof
    END-START.
    PERFORM ExpireNextHold UNTIL ListEof = "Y".
    DISPLAY "Holds expired >>> " ExpiredCount.

ExpireNextHold.
    READ HoldFile NEXT RECORD
        AT END
            MOVE "Y" TO ListEof
        NOT AT END
            IF HldActive AND HldExpiryDate NOT = 0
                    AND HldExpiryDate < TodaysDate
                MOVE "E" TO HldStatus
                MOVE TodaysDate TO HldClosedDate
                MOVE MaintOperator TO HldClosedBy
                REWRITE HoldRecord
                    INVALID KEY
                        DISPLAY "Unable to update hold " HldId
                END-REWRITE
                IF HoldFileOk
                    ADD 1 TO ExpiredCount
                    DISPLAY "  Hold " HldId " on account "
                        HldAcctNumber " expired " HldExpiryDate "."
                END-IF
            END-IF
    END-READ.

ListAccountHolds.
    DISPLAY "Account number > " WITH NO ADVANCING
    ACCEPT NewAcctNumber
    MOVE 0 TO ListCount
    MOVE "N" TO ListEof
    MOVE NewAcctNumber TO HldAcctNumber
    START HoldFile KEY IS = HldAcctNumber
        INVALID KEY
            MOVE "Y" TO ListEof
    END-START
    PERFORM ListNextHold UNTIL ListEof = "Y"
    IF ListCount = 0
        DISPLAY "  (no holds on file for account " NewAcctNumber ")"
    END-IF
    MOVE NewAcctNumber TO HeldAccount
    PERFORM ShowAvailable.

ListNextHold.
    READ HoldFile NEXT RECORD
        AT END
            MOVE "Y" TO ListEof
        NOT AT END
            IF HldAcctNumber NOT = NewAcctNumber
                MOVE "Y" TO ListEof
            ELSE
                ADD 1 TO ListCount
                MOVE HldAmount TO PrintHeld
                DISPLAY "  Hold " HldId " " PrintHeld " "
                    HldReason " expires " HldExpiryDate
                    " status " HldStatus " placed " HldPlacedDate
                    " by " HldPlacedBy
            END-IF
    END-READ.

ShowAvailable.
    MOVE HeldAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF AcctMasterOk
        PERFORM SumActiveHolds
        COMPUTE AvailableBalance = AcctBalance - HeldAmount
        MOVE AcctBalance TO PrintLedger
        MOVE HeldAmount TO PrintHeld
        MOVE AvailableBalance TO PrintAvailable
        DISPLAY "  Account " HeldAccount " ledger " PrintLedger
            "  held " PrintHeld "  available " PrintAvailable
            " " AcctCurrency
    END-IF.

SumActiveHolds.
    *> total of the holds in force on HeldAccount -- active and not
    *> past their expiry date
    MOVE 0 TO HeldAmount.
    MOVE "N" TO ListEof.
    MOVE HeldAccount TO HldAcctNumber.
    START HoldFile KEY IS = HldAcctNumber
        INVALID KEY
            MOVE "Y" TO ListEof
    END-START.
    PERFORM UNTIL ListEof = "Y"
        READ HoldFile NEXT RECORD
            AT END
                MOVE "Y" TO ListEof
            NOT AT END
                IF HldAcctNumber NOT = HeldAccount
                    MOVE "Y" TO ListEof
                ELSE
                    IF HldActive AND (HldExpiryDate = 0
                            OR HldExpiryDate >= TodaysDate)
                        ADD HldAmount TO HeldAmount
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
