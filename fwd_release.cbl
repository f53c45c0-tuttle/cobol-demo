*> Daily forward-transfer release: selects the items still
*> warehoused on fwdxfer.dat whose value date is today or earlier
*> (catching up any left behind while the run was down), writes each
*> to batch-input.dat in the BatchInputRecord format SeqWrite's
*> ProcessBatchInput consumes -- stamped with the operator who keyed
*> it -- and marks it released with today's date. DayEnd runs this
*> step ahead of SeqWrite, so a released item posts that same night
*> and is never written to the batch file twice.
IDENTIFICATION DIVISION.
    PROGRAM-ID. FwdRelease.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL FwdFile ASSIGN TO "fwdxfer.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FwdItemId
                FILE STATUS IS FwdFileStatus.
            SELECT OPTIONAL BatchInputFile ASSIGN TO "batch-input.dat"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD FwdFile.
        01 FwdRecord.
            COPY "fwdxfer.cpy".

        FD BatchInputFile.
        01 BatchInputRecord.
            COPY "batchin.cpy".

    WORKING-STORAGE SECTION.
        01 FwdFileStatus    PIC XX.
            88 FwdFileOk    VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 TodaysDate       PIC 9(8).
        01 ItemCount        PIC 9(6) VALUE 0.
        01 ReleasedCount    PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    DISPLAY "Forward-transfer release for " TodaysDate ".".

    *> FwdFile is OPTIONAL -- on a system with nothing ever
    *> warehoused the run simply releases nothing
    OPEN I-O FwdFile.
    OPEN EXTEND BatchInputFile.

    PERFORM UNTIL Eof = "Y"
        READ FwdFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                ADD 1 TO ItemCount
                IF FwdWarehoused AND FwdValueDate <= TodaysDate
                    PERFORM ReleaseItem
                END-IF
        END-READ
    END-PERFORM.

    CLOSE BatchInputFile.
    CLOSE FwdFile.

    DISPLAY "Warehoused items read >>> " ItemCount.
    DISPLAY "Transfers released to batch-input.dat >>> "
        ReleasedCount.
    STOP RUN.

ReleaseItem.
    MOVE FwdFromAccount TO BiFromAccount.
    MOVE FwdToAccount   TO BiToAccount.
    MOVE FwdAmount      TO BiAmount.
    MOVE FwdOperatorId  TO BiOperatorId.
    WRITE BatchInputRecord.

    MOVE "R"        TO FwdStatus.
    MOVE TodaysDate TO FwdStatusDate.
    MOVE "DAYEND"   TO FwdStatusBy.
    REWRITE FwdRecord
        INVALID KEY
            DISPLAY "Unable to mark item " FwdItemId " released"
    END-REWRITE.

    ADD 1 TO ReleasedCount.
    DISPLAY "Item " FwdItemId " value date " FwdValueDate
        " released: " FwdFromAccount " to " FwdToAccount
        " amount " FwdAmount.
