*> Adds, updates and cancels standing orders on the STANDORD file --
*> the recurring rent, payroll and sweep transfers that StdGen feeds
*> into SeqWrite's batch run every day, so nobody has to hand-key the
*> same transfers morning after morning. Each order carries a roll
*> rule for occurrences that fall on a non-business day: F posts on
*> the following business day, P on the preceding one.
*> Standing-order changes are under dual control: an add, update or
*> cancel is lodged on chgqueue.dat with the order's before and after
*> image and only reaches standord.dat when a supervisor other than
*> the keying operator approves it in ChgCheck.
IDENTIFICATION DIVISION.
    PROGRAM-ID. StdMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL StdOrderFile ASSIGN TO "standord.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS StdOrderId
                FILE STATUS IS StdOrderStatus.
            SELECT OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.
            SELECT ChgFile ASSIGN TO "chgqueue.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ChgId
                FILE STATUS IS ChgFileStatus.

DATA DIVISION.
    FILE SECTION.
        01 StdOrderRecord.
            COPY "standord.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".
        01 StdOrderStatus   PIC XX.
            88 StdOrderOk       VALUE "00".
            88 StdOrderNotFound VALUE "23".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".
        01 ChgFileStatus    PIC XX.
            88 ChgFileOk        VALUE "00".
            88 ChgFileNotFound  VALUE "35".
            88 ChgFileDuplicate VALUE "22".

        01 MaintAction      PIC X.
        01 MaintOperator    PIC X(8).
        01 ChgEof           PIC X    VALUE "N".
        01 LastChgId        PIC 9(6) VALUE 0.
        01 ChgLodged        PIC X.

        01 NewOrderId       PIC 9(5).
        01 NewFromAccount   PIC 9(5).
        01 NewFrequency     PIC X.
        01 NewNextDue       PIC 9(8).
        01 NewEndDate       PIC 9(8).
        01 NewRollRule      PIC X.

        01 EditDueDate.
            05 EditDueYear  PIC 9(4).
        01 EditDueDateNum REDEFINES EditDueDate PIC 9(8).

PROCEDURE DIVISION.
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

    OPEN I-O ChgFile.
    IF ChgFileNotFound
        *> chgqueue.dat doesn't exist yet -- whichever maintenance
        *> program lodges the first change sets up the queue, rather
        *> than requiring some other program to have run first.
        OPEN OUTPUT ChgFile
        CLOSE ChgFile
        OPEN I-O ChgFile
    END-IF.
    IF NOT ChgFileOk
        DISPLAY "*** ERROR: chgqueue.dat will not open (status "
            ChgFileStatus ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM FindLastChgId.
    *> StdOrderFile is OPTIONAL and only read here -- until the
    *> first approved change creates standord.dat every order keyed
    *> is lodged as an add
    OPEN INPUT StdOrderFile.
    DISPLAY "Enter standing-order action, use Q command to quit.".
    PERFORM MaintainOrder UNTIL Done.
    CLOSE StdOrderFile.
    CLOSE ChgFile.
    STOP RUN.

MaintainOrder.
    ACCEPT NewNextDue
    DISPLAY "End date (0 = none)  > " WITH NO ADVANCING
    ACCEPT NewEndDate
    DISPLAY "Non-business day (F=following, P=preceding) > "
        WITH NO ADVANCING
    ACCEPT NewRollRule
    IF NewRollRule = SPACE OR NewRollRule = "f"
        MOVE "F" TO NewRollRule
    END-IF
    IF NewRollRule = "p"
        MOVE "P" TO NewRollRule
    END-IF

    IF NewFromAccount = NewToAccount
        DISPLAY "From and To account must differ -- order not saved."
                    DISPLAY "Next due date must be a valid YYYYMMDD -- "
                        "order not saved."
                ELSE
                    IF NewRollRule NOT = "F" AND NewRollRule NOT = "P"
                        DISPLAY "Non-business day rule must be F or P "
                            "-- order not saved."
                    ELSE
                        PERFORM SaveOrder
                    END-IF
                END-IF
            END-IF
        END-IF
            CONTINUE
    END-READ.

    MOVE "STANDORD" TO ChgTarget.
    MOVE NewOrderId TO ChgKey.
    IF StdOrderOk
        MOVE "U"            TO ChgAction
        MOVE "Y"            TO ChgBeforeFound
        MOVE StdOrderRecord TO ChgBeforeImage
    ELSE
        MOVE "A"            TO ChgAction
        MOVE "N"            TO ChgBeforeFound
        MOVE SPACES         TO ChgBeforeImage
    END-IF.

    MOVE NewOrderId     TO StdOrderId.
    MOVE NewFromAccount TO StdFromAccount.
    MOVE NewToAccount   TO StdToAccount.
    MOVE NewNextDue     TO StdNextDue.
    MOVE NewEndDate     TO StdEndDate.
    MOVE "A"            TO StdStatus.
    MOVE NewRollRule    TO StdRollRule.

    MOVE StdOrderRecord TO ChgAfterImage.
    PERFORM LodgeChange.

CancelOrder.
    DISPLAY "Order number > " WITH NO ADVANCING
        IF StdCancelled
            DISPLAY "Order " NewOrderId " is already cancelled."
        ELSE
            MOVE "STANDORD"     TO ChgTarget
            MOVE "X"            TO ChgAction
            MOVE NewOrderId     TO ChgKey
            MOVE "Y"            TO ChgBeforeFound
            MOVE StdOrderRecord TO ChgBeforeImage
            MOVE "X" TO StdStatus
            MOVE StdOrderRecord TO ChgAfterImage
            PERFORM LodgeChange
        END-IF
    END-IF.

FindLastChgId.
    *> changes are numbered in key order, so the last one read is the
    *> highest number issued so far
    PERFORM UNTIL ChgEof = "Y"
        READ ChgFile NEXT RECORD
            AT END
                MOVE "Y" TO ChgEof
            NOT AT END
                MOVE ChgId TO LastChgId
        END-READ
        IF NOT ChgFileOk
            MOVE "Y" TO ChgEof
        END-IF
    END-PERFORM.

LodgeChange.
    *> the change waits on chgqueue.dat for a supervisor's approval
    *> in ChgCheck instead of being written -- see chgqueue.cpy.
    *> Another maintenance program may have lodged items since this
    *> one started, so a number already taken just moves on to the
    *> next one.
    MOVE MaintOperator TO ChgMakerId.
    ACCEPT ChgMakerDate FROM DATE YYYYMMDD.
    ACCEPT ChgMakerTime FROM TIME.
    MOVE "P"    TO ChgStatus.
    MOVE SPACES TO ChgCheckerId.
    MOVE 0      TO ChgCheckerDate.
    MOVE 0      TO ChgCheckerTime.
    MOVE SPACES TO ChgDeclineReason.
    MOVE "N" TO ChgLodged.
    PERFORM UNTIL ChgLodged NOT = "N"
        ADD 1 TO LastChgId
        MOVE LastChgId TO ChgId
        WRITE ChgRecord
            INVALID KEY
                IF NOT ChgFileDuplicate
                    MOVE "E" TO ChgLodged
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO ChgLodged
        END-WRITE
        IF ChgLodged = "N" AND NOT ChgFileDuplicate
            MOVE "E" TO ChgLodged
        END-IF
    END-PERFORM.
    IF ChgLodged = "Y"
        DISPLAY "Change " ChgId " lodged for supervisor approval."
    ELSE
        DISPLAY "Unable to lodge change for " ChgKey
    END-IF.
