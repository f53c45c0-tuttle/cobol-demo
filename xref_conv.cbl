*> One-time conversion of acctxref.dat to the layout with
*> XrefOutbound: reads the old fixed 18-byte cross-reference records
*> and writes them to acctxref.new with the outbound flag set to N, so
*> every existing entry keeps translating the correspondent's inbound
*> file exactly as before and nothing goes out on the outbound file
*> until a settlement account is designated through XrefMaint. Run
*> once, then replace acctxref.dat with acctxref.new before PartnerIn,
*> XrefMaint or ChgCheck touches the file.
IDENTIFICATION DIVISION.
    PROGRAM-ID. XrefConv.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OldXrefFile ASSIGN TO "acctxref.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OldPartnerAcct
                FILE STATUS IS OldXrefStatus.
            SELECT NewXrefFile ASSIGN TO "acctxref.new"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XrefPartnerAcct
                FILE STATUS IS NewXrefStatus.

DATA DIVISION.
    FILE SECTION.
        FD OldXrefFile.
        *> the cross-reference layout as it was before XrefOutbound
        *> was added
        01 OldXrefRecord.
            05 OldPartnerAcct   PIC X(12).
            05 OldOurAccount    PIC 9(5).
            05 OldStatus        PIC X.

        FD NewXrefFile.
        01 XrefRecord.
            COPY "acctxref.cpy".

    WORKING-STORAGE SECTION.
        01 OldXrefStatus    PIC XX.
            88 OldXrefOk    VALUE "00".
        01 NewXrefStatus    PIC XX.
            88 NewXrefOk    VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 ConvertedCount   PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT OldXrefFile.
    IF NOT OldXrefOk
        DISPLAY "Unable to open acctxref.dat (status " OldXrefStatus
            ") -- nothing converted."
        STOP RUN
    END-IF.
    OPEN OUTPUT NewXrefFile.

    PERFORM UNTIL Eof = "Y"
        READ OldXrefFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                MOVE OldPartnerAcct TO XrefPartnerAcct
                MOVE OldOurAccount  TO XrefOurAccount
                MOVE OldStatus      TO XrefStatus
                MOVE "N"            TO XrefOutbound
                WRITE XrefRecord
                    INVALID KEY
                        DISPLAY "Unable to write cross-reference "
                            XrefPartnerAcct " (status "
                            NewXrefStatus ")"
                END-WRITE
                IF NewXrefOk
                    ADD 1 TO ConvertedCount
                END-IF
        END-READ
    END-PERFORM.

    CLOSE OldXrefFile.
    CLOSE NewXrefFile.

    DISPLAY "Cross-references converted >>> " ConvertedCount.
    DISPLAY "Now replace acctxref.dat with acctxref.new to finish.".
    STOP RUN.
