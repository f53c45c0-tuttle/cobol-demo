*> the account lifecycle: freeze, unfreeze, and close (close only at
*> zero balance). Postings against frozen or closed accounts are
*> rejected by SeqWrite, Reversal and SuspWorkbench.
*> Account changes are under dual control: nothing is written to the
*> master here. Each add, update, freeze, unfreeze or close is
*> validated and lodged on chgqueue.dat with the account's before and
*> after image, and only takes effect -- and is journalled -- when a
*> supervisor other than the keying operator approves it in ChgCheck.
IDENTIFICATION DIVISION.
    PROGRAM-ID. AcctMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL CustMaster ASSIGN TO "custmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CustId
                FILE STATUS IS CustMasterStatus.
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
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD CustMaster.
        01 CustMasterRecord.
            COPY "custmast.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 CustMasterOk       VALUE "00".
            88 CustMasterNotFound VALUE "23".

        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".

        01 ChgFileStatus    PIC XX.
            88 ChgFileOk        VALUE "00".
            88 ChgFileNotFound  VALUE "35".
            88 ChgFileDuplicate VALUE "22".

        01 NewAcctNumber    PIC 9(5).
        01 NewAcctName      PIC X(20).
        01 NewAcctBalance   PIC 9(7)V99.
        01 NewAcctStmtCycle PIC X(2).
        01 CustRefStatus    PIC X.
            88 CustRefOk    VALUE "Y".
        01 MaintAction      PIC X.
        01 MaintOperator    PIC X(8).

        01 ChgEof           PIC X    VALUE "N".
        01 LastChgId        PIC 9(6) VALUE 0.
        01 ChgLodged        PIC X.

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
    *> AcctMaster is OPTIONAL and only read here -- on a system with
    *> no accounts yet every number keyed comes back not-found and is
    *> lodged as an add
    OPEN INPUT AcctMaster.
    OPEN INPUT CustMaster.
    DISPLAY "Enter account action, use Q command to quit.".
    PERFORM MaintainAccount UNTIL Done.
    CLOSE AcctMaster.
    CLOSE CustMaster.
    CLOSE ChgFile.
    STOP RUN.

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

MaintainAccount.
    DISPLAY "Action (A=add/update, F=freeze, U=unfreeze, C=close, "
            AcctCurrency " -- currency may only change at zero "
            "balance."
      ELSE
        MOVE "ACCTMAST" TO ChgTarget
        MOVE NewAcctNumber TO ChgKey
        IF AcctMasterOk
            MOVE "U" TO ChgAction
            MOVE "Y" TO ChgBeforeFound
            MOVE AcctMasterRecord TO ChgBeforeImage
        ELSE
            MOVE "A" TO ChgAction
            MOVE "N" TO ChgBeforeFound
            MOVE SPACES TO ChgBeforeImage
        END-IF

        MOVE NewAcctNumber  TO AcctNumber
            *> keyed -- a new account starts at zero, an update
            *> keeps whatever the run last issued
            MOVE 0 TO AcctStmtNumber
        END-IF
        MOVE AcctMasterRecord TO ChgAfterImage
        PERFORM LodgeChange
      END-IF
    END-IF.

        ELSE
            PERFORM CaptureBeforeImage
            MOVE "F" TO AcctStatus
            MOVE "F" TO ChgAction
            MOVE AcctMasterRecord TO ChgAfterImage
            PERFORM LodgeChange
        END-IF
    END-IF.

        ELSE
            PERFORM CaptureBeforeImage
            MOVE "A" TO AcctStatus
            MOVE "N" TO ChgAction
            MOVE AcctMasterRecord TO ChgAfterImage
            PERFORM LodgeChange
        END-IF
    END-IF.

            ELSE
                PERFORM CaptureBeforeImage
                MOVE "C" TO AcctStatus
                MOVE "C" TO ChgAction
                MOVE AcctMasterRecord TO ChgAfterImage
                PERFORM LodgeChange
            END-IF
        END-IF
    END-IF.

CaptureBeforeImage.
    MOVE "ACCTMAST"       TO ChgTarget.
    MOVE NewAcctNumber    TO ChgKey.
    MOVE "Y"              TO ChgBeforeFound.
    MOVE AcctMasterRecord TO ChgBeforeImage.

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
        DISPLAY "Unable to lodge change for account " NewAcctNumber
    END-IF.
