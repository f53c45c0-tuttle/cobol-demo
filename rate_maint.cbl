*> RATETABL file -- the per-account overrides and balance tiers that
*> IntPost applies at month end, so the monthly interest and service
*> fee run comes off a maintained table instead of a spreadsheet.
*> Rate changes are under dual control: an add, update or cancel is
*> lodged on chgqueue.dat with the entry's before and after image and
*> only reaches ratetabl.dat when a supervisor other than the keying
*> operator approves it in ChgCheck. The listing shows the table as
*> it stands, without changes still awaiting approval.
IDENTIFICATION DIVISION.
    PROGRAM-ID. RateMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RateFile ASSIGN TO "ratetabl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RateKey
                FILE STATUS IS RateFileStatus.
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
        01 RateRecord.
            COPY "ratetabl.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".
        01 RateFileStatus   PIC XX.
            88 RateFileOk       VALUE "00".
            88 RateFileNotFound VALUE "23".
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

        01 NewEntryType     PIC X.
        01 NewKeyValue      PIC 9(9).
        01 NewMonthlyFee    PIC 9(5)V99.

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
    *> RateFile is OPTIONAL and only read here -- until the first
    *> approved change creates ratetabl.dat every entry keyed is
    *> lodged as an add
    OPEN INPUT RateFile.
    DISPLAY "Enter rate-table action, use Q command to quit.".
    PERFORM MaintainRate UNTIL Done.
    CLOSE RateFile.
    CLOSE ChgFile.
    STOP RUN.

MaintainRate.
            CONTINUE
    END-READ.

    MOVE "RATETABL" TO ChgTarget.
    IF RateFileOk
        MOVE "U"        TO ChgAction
        MOVE "Y"        TO ChgBeforeFound
        MOVE RateRecord TO ChgBeforeImage
    ELSE
        MOVE "A"        TO ChgAction
        MOVE "N"        TO ChgBeforeFound
        MOVE SPACES     TO ChgBeforeImage
    END-IF.

    MOVE NewEntryType  TO RateEntryType.
    MOVE NewKeyValue   TO RateKeyValue.
    MOVE NewMonthlyPct TO RateMonthlyPct.
    MOVE NewMonthlyFee TO RateMonthlyFee.
    MOVE "A"           TO RateStatus.

    MOVE RateKey    TO ChgKey.
    MOVE RateRecord TO ChgAfterImage.
    PERFORM LodgeChange.

CancelRate.
    DISPLAY "Entry type (A=account, T=tier) > " WITH NO ADVANCING
            DISPLAY "Rate entry " NewEntryType " " NewKeyValue
                " is already cancelled."
        ELSE
            MOVE "RATETABL" TO ChgTarget
            MOVE "X"        TO ChgAction
            MOVE RateKey    TO ChgKey
            MOVE "Y"        TO ChgBeforeFound
            MOVE RateRecord TO ChgBeforeImage
            MOVE "X" TO RateStatus
            MOVE RateRecord TO ChgAfterImage
            PERFORM LodgeChange
        END-IF
    END-IF.

            " rate " RateMonthlyPct " pct  fee " RateMonthlyFee
            " status " RateStatus
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
