*> contact instead of a guess across 20-character account names --
*> and closes customers no longer on the books. AcctMaint ties each
*> account to its customer through AcctCustId; CustInquiry lists a
*> customer's accounts and combined position. Every add, update and
*> close that reaches the master is journalled on custjrnl.dat, so
*> the day's new and changed customers can be picked out for the
*> nightly MIS feed.
IDENTIFICATION DIVISION.
    PROGRAM-ID. CustMaint.
ENVIRONMENT DIVISION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CustId
                FILE STATUS IS CustMasterStatus.
            SELECT OPTIONAL CustJrnlFile ASSIGN TO "custjrnl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        01 CustMasterRecord.
            COPY "custmast.cpy".

        FD CustJrnlFile.
        01 CustJrnlRecord.
            COPY "custjrnl.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".
        01 NewCustAddr1     PIC X(30).
        01 NewCustAddr2     PIC X(30).
        01 NewCustPhone     PIC X(15).
        01 OldCustStatus    PIC X.
        01 JournalAction    PIC X.

PROCEDURE DIVISION.
    OPEN I-O CustMaster.
        DISPLAY "Customer " NewCustId
            " is closed -- add/update not allowed."
    ELSE
        MOVE SPACE        TO OldCustStatus
        IF CustMasterOk
            MOVE CustStatus TO OldCustStatus
        END-IF
        MOVE NewCustId    TO CustId
        MOVE NewCustName  TO CustName
        MOVE NewCustAddr1 TO CustAddr1
            END-WRITE
            IF CustMasterOk
                DISPLAY "Customer " CustId " added."
                MOVE "A" TO JournalAction
                PERFORM WriteCustJournal
            END-IF
        ELSE
            REWRITE CustMasterRecord
            END-REWRITE
            IF CustMasterOk
                DISPLAY "Customer " CustId " updated."
                MOVE "U" TO JournalAction
                PERFORM WriteCustJournal
            END-IF
        END-IF
    END-IF.
        IF CustClosed
            DISPLAY "Customer " NewCustId " is already closed."
        ELSE
            MOVE CustStatus TO OldCustStatus
            MOVE "C" TO CustStatus
            REWRITE CustMasterRecord
                INVALID KEY
            END-REWRITE
            IF CustMasterOk
                DISPLAY "Customer " NewCustId " closed."
                MOVE "C" TO JournalAction
                PERFORM WriteCustJournal
            END-IF
        END-IF
    END-IF.

WriteCustJournal.
    *> every record field is filled after the OPEN -- the FD record
    *> area is not defined while the file is closed
    OPEN EXTEND CustJrnlFile.
    MOVE JournalAction TO CustJrnlAction.
    MOVE CustId        TO CustJrnlCustId.
    ACCEPT CustJrnlDate FROM DATE YYYYMMDD.
    ACCEPT CustJrnlTime FROM TIME.
    MOVE OldCustStatus TO CustJrnlOldStatus.
    MOVE CustStatus    TO CustJrnlNewStatus.
    WRITE CustJrnlRecord.
    CLOSE CustJrnlFile.
