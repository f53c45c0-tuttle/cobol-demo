*> One-time conversion of standord.dat to the layout with
*> StdRollRule: reads the old fixed 43-byte order records and writes
*> them to standord.new with the roll rule set to F -- an occurrence
*> falling on a non-business day posts on the following business
*> day -- so existing orders keep working after the layout change.
*> Run once, then replace standord.dat with standord.new before StdGen
*> or StdMaint touches the file, and set P through StdMaint on any
*> order that must go out on the preceding business day instead.
IDENTIFICATION DIVISION.
    PROGRAM-ID. StdConv.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OldOrderFile ASSIGN TO "standord.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OldOrderId
                FILE STATUS IS OldOrderStatus.
            SELECT NewOrderFile ASSIGN TO "standord.new"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS StdOrderId
                FILE STATUS IS NewOrderStatus.

DATA DIVISION.
    FILE SECTION.
        FD OldOrderFile.
        *> the order layout as it was before StdRollRule was added
        01 OldOrderRecord.
            05 OldOrderId       PIC 9(5).
            05 OldFromAccount   PIC 9(5).
            05 OldToAccount     PIC 9(5).
            05 OldAmount        PIC 9(7).99.
            05 OldFrequency     PIC X.
            05 OldNextDue       PIC 9(8).
            05 OldEndDate       PIC 9(8).
            05 OldStatus        PIC X.

        FD NewOrderFile.
        01 StdOrderRecord.
            COPY "standord.cpy".

    WORKING-STORAGE SECTION.
        01 OldOrderStatus   PIC XX.
            88 OldOrderOk   VALUE "00".
        01 NewOrderStatus   PIC XX.
            88 NewOrderOk   VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 ConvertedCount   PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT OldOrderFile.
    IF NOT OldOrderOk
        DISPLAY "Unable to open standord.dat (status " OldOrderStatus
            ") -- nothing converted."
        STOP RUN
    END-IF.
    OPEN OUTPUT NewOrderFile.

    PERFORM UNTIL Eof = "Y"
        READ OldOrderFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                MOVE OldOrderId     TO StdOrderId
                MOVE OldFromAccount TO StdFromAccount
                MOVE OldToAccount   TO StdToAccount
                MOVE OldAmount      TO StdAmount
                MOVE OldFrequency   TO StdFrequency
                MOVE OldNextDue     TO StdNextDue
                MOVE OldEndDate     TO StdEndDate
                MOVE OldStatus      TO StdStatus
                MOVE "F"            TO StdRollRule
                WRITE StdOrderRecord
                    INVALID KEY
                        DISPLAY "Unable to write order " StdOrderId
                            " (status " NewOrderStatus ")"
                END-WRITE
                IF NewOrderOk
                    ADD 1 TO ConvertedCount
                END-IF
        END-READ
    END-PERFORM.

    CLOSE OldOrderFile.
    CLOSE NewOrderFile.

    DISPLAY "Standing orders converted >>> " ConvertedCount.
    DISPLAY "Now replace standord.dat with standord.new to finish.".
    STOP RUN.
