*> Adds, amends and cancels forward-dated one-off transfers on the
*> fwdxfer.dat warehouse -- the transfer a customer instructs today
*> to go on a later value date. Nothing posts here: the item waits on
*> the warehouse until DayEnd's FwdRelease step feeds it to the
*> SeqWrite batch run on its value date, so nobody has to remember to
*> key it on the day. Items are numbered as they are added; only an
*> item still warehoused can be amended or cancelled, and a cancelled
*> item stays on file (status X) with who cancelled it and when. The
*> keying operator must be active on opermast.dat, since the released
*> item posts under that operator's ID and limit.
IDENTIFICATION DIVISION.
    PROGRAM-ID. FwdMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FwdFile ASSIGN TO "fwdxfer.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FwdItemId
                FILE STATUS IS FwdFileStatus.
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
        FD FwdFile.
        01 FwdRecord.
            COPY "fwdxfer.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".

        01 FwdFileStatus    PIC XX.
            88 FwdFileOk       VALUE "00".
            88 FwdFileNotFound VALUE "23".
            88 FwdFileMissing  VALUE "35".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 AcctMasterNotFound VALUE "23".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 TodaysDate       PIC 9(8).
        01 LastItemId       PIC 9(6) VALUE 0.
        01 MaintAction      PIC X.
        01 MaintOperator    PIC X(8).

        01 NewItemId        PIC 9(6).
        01 NewFromAccount   PIC 9(5).
        01 NewToAccount     PIC 9(5).
        01 NewAmount        PIC 9(7)V99.
        01 NewValueDate     PIC 9(8).
        01 NewReference     PIC X(20).

        01 ItemValid        PIC X.
            88 ItemIsValid  VALUE "Y".
        01 CheckAccount     PIC 9(5).

        01 EditValueDate.
            05 EditValueYear  PIC 9(4).
            05 EditValueMonth PIC 9(2).
            05 EditValueDay   PIC 9(2).
        01 EditValueDateNum REDEFINES EditValueDate PIC 9(8).

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

    OPEN I-O FwdFile.
    IF FwdFileMissing
        *> fwdxfer.dat doesn't exist yet -- this is the program that
        *> sets up the warehouse, so create it here rather than
        *> requiring some other program to have run first.
        OPEN OUTPUT FwdFile
        CLOSE FwdFile
        OPEN I-O FwdFile
    END-IF.
    IF NOT FwdFileOk
        DISPLAY "*** ERROR: fwdxfer.dat will not open (status "
            FwdFileStatus ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM FindLastItemId.
    OPEN INPUT AcctMaster.
    DISPLAY "Enter forward-transfer action, use Q command to quit.".
    PERFORM MaintainItem UNTIL Done.
    CLOSE FwdFile.
    CLOSE AcctMaster.
    STOP RUN.

FindLastItemId.
    *> items are numbered in key order, so the last one read is the
    *> highest number issued so far
    PERFORM UNTIL Eof = "Y"
        READ FwdFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                MOVE FwdItemId TO LastItemId
        END-READ
        IF NOT FwdFileOk
            MOVE "Y" TO Eof
        END-IF
    END-PERFORM.

MaintainItem.
    DISPLAY "Action (A=add, M=amend, X=cancel, Q=quit) > "
        WITH NO ADVANCING.
    ACCEPT MaintAction.
    EVALUATE MaintAction
        WHEN "A"
        WHEN "a"
            PERFORM AddItem
        WHEN "M"
        WHEN "m"
            PERFORM AmendItem
        WHEN "X"
        WHEN "x"
            PERFORM CancelItem
        WHEN "Q"
        WHEN "q"
            MOVE "Q" TO ShouldContinue
        WHEN OTHER
            DISPLAY "Unrecognized action."
    END-EVALUATE.

AddItem.
    PERFORM AcceptItemDetails.
    PERFORM ValidateItemDetails.
    IF ItemIsValid
        ADD 1 TO LastItemId
        MOVE LastItemId     TO FwdItemId
        MOVE MaintOperator  TO FwdOperatorId
        ACCEPT FwdEntryDate FROM DATE YYYYMMDD
        ACCEPT FwdEntryTime FROM TIME
        MOVE "W"            TO FwdStatus
        MOVE 0              TO FwdStatusDate
        MOVE SPACES         TO FwdStatusBy
        PERFORM MoveDetailsToItem
        WRITE FwdRecord
            INVALID KEY
                DISPLAY "Unable to add item " FwdItemId
        END-WRITE
        IF FwdFileOk
            DISPLAY "Item " FwdItemId " warehoused for value date "
                FwdValueDate "."
        END-IF
    END-IF.

AmendItem.
    DISPLAY "Item number          > " WITH NO ADVANCING
    ACCEPT NewItemId
    MOVE NewItemId TO FwdItemId
    READ FwdFile
        INVALID KEY
            CONTINUE
    END-READ

    IF FwdFileNotFound
        DISPLAY "Item " NewItemId " does not exist."
    ELSE
        IF NOT FwdWarehoused
            DISPLAY "Item " NewItemId " has already been released or "
                "cancelled -- it can no longer be amended."
        ELSE
            DISPLAY "Currently: " FwdFromAccount " to " FwdToAccount
                " amount " FwdAmount " value date " FwdValueDate
            PERFORM AcceptItemDetails
            PERFORM ValidateItemDetails
            IF ItemIsValid
                *> the amending operator takes over the item, since
                *> it will post under their limit on the value date
                MOVE MaintOperator TO FwdOperatorId
                PERFORM MoveDetailsToItem
                REWRITE FwdRecord
                    INVALID KEY
                        DISPLAY "Unable to update item " FwdItemId
                END-REWRITE
                IF FwdFileOk
                    DISPLAY "Item " FwdItemId " amended."
                END-IF
            END-IF
        END-IF
    END-IF.

CancelItem.
    DISPLAY "Item number > " WITH NO ADVANCING
    ACCEPT NewItemId
    MOVE NewItemId TO FwdItemId
    READ FwdFile
        INVALID KEY
            CONTINUE
    END-READ

    IF FwdFileNotFound
        DISPLAY "Item " NewItemId " does not exist."
    ELSE
        IF NOT FwdWarehoused
            DISPLAY "Item " NewItemId " has already been released or "
                "cancelled."
        ELSE
            MOVE "X" TO FwdStatus
            MOVE TodaysDate TO FwdStatusDate
            MOVE MaintOperator TO FwdStatusBy
            REWRITE FwdRecord
                INVALID KEY
                    DISPLAY "Unable to update item " FwdItemId
            END-REWRITE
            IF FwdFileOk
                DISPLAY "Item " NewItemId " cancelled."
            END-IF
        END-IF
    END-IF.

AcceptItemDetails.
    DISPLAY "From account         > " WITH NO ADVANCING
    ACCEPT NewFromAccount
    DISPLAY "To account           > " WITH NO ADVANCING
    ACCEPT NewToAccount
    DISPLAY "Amount               > " WITH NO ADVANCING
    ACCEPT NewAmount
    DISPLAY "Value date YYYYMMDD  > " WITH NO ADVANCING
    ACCEPT NewValueDate
    DISPLAY "Reference            > " WITH NO ADVANCING
    ACCEPT NewReference.

ValidateItemDetails.
    MOVE "N" TO ItemValid.
    MOVE NewValueDate TO EditValueDateNum.
    IF NewFromAccount = NewToAccount
        DISPLAY "From and To account must differ -- item not saved."
    ELSE
        IF NewAmount = 0
            DISPLAY "Amount must be greater than zero -- item not saved."
        ELSE
            IF EditValueMonth < 1 OR EditValueMonth > 12
                    OR EditValueDay < 1 OR EditValueDay > 31
                DISPLAY "Value date must be a valid YYYYMMDD -- "
                    "item not saved."
            ELSE
                *> a transfer for today or earlier is keyed straight
                *> into SeqWrite, not warehoused
                IF NewValueDate NOT > TodaysDate
                    DISPLAY "Value date must be after today -- "
                        "item not saved."
                ELSE
                    MOVE "Y" TO ItemValid
                    MOVE NewFromAccount TO CheckAccount
                    PERFORM CheckItemAccount
                    MOVE NewToAccount TO CheckAccount
                    PERFORM CheckItemAccount
                END-IF
            END-IF
        END-IF
    END-IF.

CheckItemAccount.
    *> an account closed before the value date is still caught at
    *> posting time; this only stops an item being warehoused against
    *> an account that could never take it
    MOVE CheckAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT AcctMasterOk
        DISPLAY "Account " CheckAccount " does not exist -- "
            "item not saved."
        MOVE "N" TO ItemValid
    ELSE
        IF AcctClosed
            DISPLAY "Account " CheckAccount " is closed -- "
                "item not saved."
            MOVE "N" TO ItemValid
        END-IF
    END-IF.

MoveDetailsToItem.
    MOVE NewFromAccount TO FwdFromAccount.
    MOVE NewToAccount   TO FwdToAccount.
    MOVE NewAmount      TO FwdAmount.
    MOVE NewValueDate   TO FwdValueDate.
    MOVE NewReference   TO FwdReference.
