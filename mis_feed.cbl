*> Nightly MIS feed: writes the day's data for the reporting team as
*> three comma-delimited files, each opening with a row of column
*> names and closing with a control record, so downstream loads from
*> an interface we change on purpose rather than from copies of the
*> .dat files, which shift every time a copybook does:
*>   misacct.v1.YYYYMMDD.csv -- every account added or changed that
*>       day, found through acctjrnl.dat (add, update, freeze,
*>       unfreeze, close), one row per account as it now stands on
*>       acctmast.dat, with the day's change and who made and
*>       approved it;
*>   miscust.v1.YYYYMMDD.csv -- every customer added, updated or
*>       closed that day, found through custjrnl.dat, one row per
*>       customer as it now stands on custmast.dat;
*>   mistran.v1.YYYYMMDD.csv -- every transaction posted that day,
*>       with both currencies, the base amount and the operator.
*> The first column is the record type: D for a data row, C for the
*> control record, which is
*>   C,<feed>,<version>,<date>,<data rows>,<total>[,<second total>]
*> with the total the sum of the balances (accounts), of the customer
*> numbers (customers), or of the base amounts, followed by the sum
*> of the debited amounts (transactions). Text is quoted, amounts
*> carry a decimal point and a leading minus when negative, codes are
*> spelled out (ACTIVE, FROZEN, ...) and the base currency is BASE.
*> The "v1" in each name is the layout version: columns are only ever
*> added or changed under a new version, so a loader built for v1
*> keeps reading v1. The feed date can come in on the command line,
*> so DayEnd runs it with nobody at the terminal; a rerun for the
*> same date rewrites the three files.
IDENTIFICATION DIVISION.
    PROGRAM-ID. MisFeed.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL TransFile ASSIGN TO "transactions.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TransId
                ALTERNATE RECORD KEY IS FromAccount WITH DUPLICATES
                ALTERNATE RECORD KEY IS ToAccount WITH DUPLICATES
                FILE STATUS IS TransFileStatus.
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
            SELECT OPTIONAL AcctJrnlFile ASSIGN TO "acctjrnl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CustJrnlFile ASSIGN TO "custjrnl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FeedFile ASSIGN TO DYNAMIC FeedFileName
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD TransFile.
        01 TransactionDetails.
            COPY "trandet.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD CustMaster.
        01 CustMasterRecord.
            COPY "custmast.cpy".

        FD AcctJrnlFile.
        01 AcctJrnlRecord.
            COPY "acctjrnl.cpy".

        FD CustJrnlFile.
        01 CustJrnlRecord.
            COPY "custjrnl.cpy".

        FD FeedFile.
        01 FeedLine         PIC X(300).

    WORKING-STORAGE SECTION.
        01 TransFileStatus  PIC XX.
            88 TransFileOk  VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk VALUE "00".
        01 CustMasterStatus PIC XX.
            88 CustMasterOk VALUE "00".

        01 FeedDate         PIC 9(8).
        01 CommandLineArg   PIC X(20).
        01 FeedFileName     PIC X(40).
        01 FeedVersion      PIC X(2)  VALUE "1".
        01 FileEof          PIC X.
        01 Idx              PIC 9(4).
        01 FoundIdx         PIC 9(4).

        *> accounts journalled on the feed date -- first action and
        *> the latest maker and approver
        01 AcctChgCount     PIC 9(4)  VALUE 0.
        01 AcctChgTable.
            05 AcctChgEntry OCCURS 2000 TIMES.
                10 AcAccount      PIC 9(5).
                10 AcAdded        PIC X.
                10 AcLastAction   PIC X.
                10 AcMaker        PIC X(8).
                10 AcApprover     PIC X(8).

        *> customers journalled on the feed date
        01 CustChgCount     PIC 9(4)  VALUE 0.
        01 CustChgTable.
            05 CustChgEntry OCCURS 2000 TIMES.
                10 CcCustId       PIC 9(6).
                10 CcAdded        PIC X.
                10 CcLastAction   PIC X.

        01 AcctRows         PIC 9(6)  VALUE 0.
        01 AcctMissing      PIC 9(6)  VALUE 0.
        01 AcctBalanceTotal PIC 9(11)V99 VALUE 0.
        01 CustRows         PIC 9(6)  VALUE 0.
        01 CustMissing      PIC 9(6)  VALUE 0.
        01 CustIdTotal      PIC 9(11) VALUE 0.
        01 TranRows         PIC 9(6)  VALUE 0.
        01 TranBaseTotal    PIC 9(11)V99 VALUE 0.
        01 TranAmountTotal  PIC 9(11)V99 VALUE 0.

        01 AmountValue      PIC 9(9)V99.
        01 ToCurrency       PIC X(3).
        01 ChangeWord       PIC X(10).
        01 StatusWord       PIC X(8).

        *> building one delimited line -- each Add... paragraph puts
        *> the separating comma in front of every field but the first
        01 CsvLine          PIC X(300).
        01 CsvPtr           PIC 9(3).
        01 CsvFirstField    PIC X.
        01 CsvField         PIC X(40).
        01 CsvLen           PIC 9(3).
        01 CsvLead          PIC 9(3).
        01 CsvAmount        PIC S9(11)V99.
        01 CsvAmountEdit    PIC -(12)9.99.
        01 CsvNumber        PIC 9(11).
        01 CsvNumberEdit    PIC Z(10)9.

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:8) IS NUMERIC
            AND CommandLineArg (9:12) = SPACES
        MOVE CommandLineArg (1:8) TO FeedDate
    ELSE
        DISPLAY "Feed date (YYYYMMDD) > " WITH NO ADVANCING
        ACCEPT FeedDate
    END-IF.

    OPEN INPUT AcctMaster.
    OPEN INPUT CustMaster.
    PERFORM CollectAccountChanges.
    PERFORM CollectCustomerChanges.
    PERFORM WriteAccountFeed.
    PERFORM WriteCustomerFeed.
    PERFORM WriteTransactionFeed.
    CLOSE CustMaster.
    CLOSE AcctMaster.

    DISPLAY "MIS feed for " FeedDate " written:".
    DISPLAY "  accounts     >>> " AcctRows " rows".
    DISPLAY "  customers    >>> " CustRows " rows".
    DISPLAY "  transactions >>> " TranRows " rows".
    IF AcctMissing > 0 OR CustMissing > 0
        DISPLAY "*** " AcctMissing " account(s) and " CustMissing
            " customer(s) journalled but no longer on the master --"
            " left out of the feed."
    END-IF.
    STOP RUN.

CollectAccountChanges.
    MOVE "N" TO FileEof.
    OPEN INPUT AcctJrnlFile.
    PERFORM UNTIL FileEof = "Y"
        READ AcctJrnlFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF JrnlDate = FeedDate
                    PERFORM NoteAccountChange
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AcctJrnlFile.

NoteAccountChange.
    MOVE 0 TO FoundIdx.
    PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctChgCount OR FoundIdx NOT = 0
        IF AcAccount (Idx) = JrnlAcctNumber
            MOVE Idx TO FoundIdx
        END-IF
    END-PERFORM.
    IF FoundIdx = 0
        IF AcctChgCount >= 2000
            DISPLAY "*** ERROR: more than 2000 accounts changed on "
                FeedDate " -- change table is full, aborting."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO AcctChgCount
        MOVE AcctChgCount   TO FoundIdx
        MOVE JrnlAcctNumber TO AcAccount (FoundIdx)
        MOVE "N"            TO AcAdded (FoundIdx)
    END-IF.
    IF JrnlAdd
        MOVE "Y" TO AcAdded (FoundIdx)
    END-IF.
    MOVE JrnlAction     TO AcLastAction (FoundIdx).
    MOVE JrnlOperatorId TO AcMaker (FoundIdx).
    MOVE JrnlApprovedBy TO AcApprover (FoundIdx).

CollectCustomerChanges.
    MOVE "N" TO FileEof.
    OPEN INPUT CustJrnlFile.
    PERFORM UNTIL FileEof = "Y"
        READ CustJrnlFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF CustJrnlDate = FeedDate
                    PERFORM NoteCustomerChange
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CustJrnlFile.

NoteCustomerChange.
    MOVE 0 TO FoundIdx.
    PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustChgCount OR FoundIdx NOT = 0
        IF CcCustId (Idx) = CustJrnlCustId
            MOVE Idx TO FoundIdx
        END-IF
    END-PERFORM.
    IF FoundIdx = 0
        IF CustChgCount >= 2000
            DISPLAY "*** ERROR: more than 2000 customers changed on "
                FeedDate " -- change table is full, aborting."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO CustChgCount
        MOVE CustChgCount   TO FoundIdx
        MOVE CustJrnlCustId TO CcCustId (FoundIdx)
        MOVE "N"            TO CcAdded (FoundIdx)
    END-IF.
    IF CustJrnlAdd
        MOVE "Y" TO CcAdded (FoundIdx)
    END-IF.
    MOVE CustJrnlAction TO CcLastAction (FoundIdx).

WriteAccountFeed.
    MOVE SPACES TO FeedFileName.
    STRING "misacct.v" FeedVersion DELIMITED BY SPACE
        "." FeedDate ".csv" DELIMITED BY SIZE
        INTO FeedFileName.
    OPEN OUTPUT FeedFile.
    MOVE SPACES TO FeedLine.
    STRING "RECORD,ACCOUNT,NAME,STATUS,CUSTOMER_ID,CURRENCY,BALANCE,"
        "STMT_CYCLE,CHANGE,MAKER,APPROVER" DELIMITED BY SIZE
        INTO FeedLine.
    WRITE FeedLine.

    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > AcctChgCount
        MOVE AcAccount (Idx) TO AcctNumber
        READ AcctMaster
            INVALID KEY
                CONTINUE
        END-READ
        IF AcctMasterOk
            PERFORM WriteAccountRow
        ELSE
            ADD 1 TO AcctMissing
        END-IF
    END-PERFORM.

    PERFORM StartCsvLine.
    MOVE "C" TO CsvField.
    PERFORM AddPlainField.
    MOVE "ACCOUNTS" TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedVersion TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedDate TO CsvField.
    PERFORM AddPlainField.
    MOVE AcctRows TO CsvNumber.
    PERFORM AddNumberField.
    MOVE AcctBalanceTotal TO CsvAmount.
    PERFORM AddAmountField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.
    CLOSE FeedFile.

WriteAccountRow.
    ADD 1 TO AcctRows.
    ADD AcctBalance TO AcctBalanceTotal.
    EVALUATE TRUE
        WHEN AcctFrozen
            MOVE "FROZEN" TO StatusWord
        WHEN AcctClosed
            MOVE "CLOSED" TO StatusWord
        WHEN OTHER
            MOVE "ACTIVE" TO StatusWord
    END-EVALUATE.
    IF AcAdded (Idx) = "Y"
        MOVE "NEW" TO ChangeWord
    ELSE
        EVALUATE AcLastAction (Idx)
            WHEN "F"
                MOVE "FROZEN" TO ChangeWord
            WHEN "N"
                MOVE "UNFROZEN" TO ChangeWord
            WHEN "C"
                MOVE "CLOSED" TO ChangeWord
            WHEN OTHER
                MOVE "CHANGED" TO ChangeWord
        END-EVALUATE
    END-IF.

    PERFORM StartCsvLine.
    MOVE "D" TO CsvField.
    PERFORM AddPlainField.
    MOVE AcctNumber TO CsvField.
    PERFORM AddPlainField.
    MOVE AcctName TO CsvField.
    PERFORM AddQuotedField.
    MOVE StatusWord TO CsvField.
    PERFORM AddPlainField.
    MOVE AcctCustId TO CsvField.
    PERFORM AddPlainField.
    MOVE AcctCurrency TO CsvField.
    PERFORM AddCurrencyField.
    MOVE AcctBalance TO CsvAmount.
    PERFORM AddAmountField.
    MOVE AcctStmtCycle TO CsvField.
    PERFORM AddQuotedField.
    MOVE ChangeWord TO CsvField.
    PERFORM AddPlainField.
    MOVE AcMaker (Idx) TO CsvField.
    PERFORM AddQuotedField.
    MOVE AcApprover (Idx) TO CsvField.
    PERFORM AddQuotedField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.

WriteCustomerFeed.
    MOVE SPACES TO FeedFileName.
    STRING "miscust.v" FeedVersion DELIMITED BY SPACE
        "." FeedDate ".csv" DELIMITED BY SIZE
        INTO FeedFileName.
    OPEN OUTPUT FeedFile.
    MOVE SPACES TO FeedLine.
    STRING "RECORD,CUSTOMER_ID,NAME,ADDRESS_1,ADDRESS_2,PHONE,STATUS,"
        "CHANGE" DELIMITED BY SIZE
        INTO FeedLine.
    WRITE FeedLine.

    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > CustChgCount
        MOVE CcCustId (Idx) TO CustId
        READ CustMaster
            INVALID KEY
                CONTINUE
        END-READ
        IF CustMasterOk
            PERFORM WriteCustomerRow
        ELSE
            ADD 1 TO CustMissing
        END-IF
    END-PERFORM.

    PERFORM StartCsvLine.
    MOVE "C" TO CsvField.
    PERFORM AddPlainField.
    MOVE "CUSTOMERS" TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedVersion TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedDate TO CsvField.
    PERFORM AddPlainField.
    MOVE CustRows TO CsvNumber.
    PERFORM AddNumberField.
    MOVE CustIdTotal TO CsvNumber.
    PERFORM AddNumberField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.
    CLOSE FeedFile.

WriteCustomerRow.
    ADD 1 TO CustRows.
    ADD CustId TO CustIdTotal.
    IF CustClosed
        MOVE "CLOSED" TO StatusWord
    ELSE
        MOVE "ACTIVE" TO StatusWord
    END-IF.
    IF CcAdded (Idx) = "Y"
        MOVE "NEW" TO ChangeWord
    ELSE
        IF CcLastAction (Idx) = "C"
            MOVE "CLOSED" TO ChangeWord
        ELSE
            MOVE "CHANGED" TO ChangeWord
        END-IF
    END-IF.

    PERFORM StartCsvLine.
    MOVE "D" TO CsvField.
    PERFORM AddPlainField.
    MOVE CustId TO CsvField.
    PERFORM AddPlainField.
    MOVE CustName TO CsvField.
    PERFORM AddQuotedField.
    MOVE CustAddr1 TO CsvField.
    PERFORM AddQuotedField.
    MOVE CustAddr2 TO CsvField.
    PERFORM AddQuotedField.
    MOVE CustPhone TO CsvField.
    PERFORM AddQuotedField.
    MOVE StatusWord TO CsvField.
    PERFORM AddPlainField.
    MOVE ChangeWord TO CsvField.
    PERFORM AddPlainField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.

WriteTransactionFeed.
    MOVE SPACES TO FeedFileName.
    STRING "mistran.v" FeedVersion DELIMITED BY SPACE
        "." FeedDate ".csv" DELIMITED BY SIZE
        INTO FeedFileName.
    OPEN OUTPUT FeedFile.
    MOVE SPACES TO FeedLine.
    STRING "RECORD,TRANS_ID,ENTRY_DATE,ENTRY_TIME,OPERATOR,FROM_ACCOUNT,"
        "TO_ACCOUNT,AMOUNT,CURRENCY,TO_AMOUNT,TO_CURRENCY,BASE_AMOUNT,"
        "REF_TRANS_ID" DELIMITED BY SIZE
        INTO FeedLine.
    WRITE FeedLine.

    *> TransFile is OPTIONAL -- with nothing posted yet the file
    *> carries just its header row and a zero control record
    MOVE "N" TO FileEof.
    OPEN INPUT TransFile.
    PERFORM UNTIL FileEof = "Y"
        READ TransFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF DetRecType = "D" AND EntryDate = FeedDate
                    PERFORM WriteTransactionRow
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TransFile.

    PERFORM StartCsvLine.
    MOVE "C" TO CsvField.
    PERFORM AddPlainField.
    MOVE "TRANSACTIONS" TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedVersion TO CsvField.
    PERFORM AddPlainField.
    MOVE FeedDate TO CsvField.
    PERFORM AddPlainField.
    MOVE TranRows TO CsvNumber.
    PERFORM AddNumberField.
    MOVE TranBaseTotal TO CsvAmount.
    PERFORM AddAmountField.
    MOVE TranAmountTotal TO CsvAmount.
    PERFORM AddAmountField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.
    CLOSE FeedFile.

WriteTransactionRow.
    *> the credited side's currency is the receiving account's,
    *> looked up on the master
    ADD 1 TO TranRows.
    MOVE TranBaseAmount TO AmountValue.
    ADD AmountValue TO TranBaseTotal.
    MOVE Amount TO AmountValue.
    ADD AmountValue TO TranAmountTotal.
    MOVE ToAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF AcctMasterOk
        MOVE AcctCurrency TO ToCurrency
    ELSE
        MOVE TranCurrency TO ToCurrency
    END-IF.

    PERFORM StartCsvLine.
    MOVE "D" TO CsvField.
    PERFORM AddPlainField.
    MOVE TransId TO CsvField.
    PERFORM AddPlainField.
    MOVE EntryDate TO CsvField.
    PERFORM AddPlainField.
    MOVE EntryTime TO CsvField.
    PERFORM AddPlainField.
    MOVE OperatorId TO CsvField.
    PERFORM AddQuotedField.
    MOVE FromAccount TO CsvField.
    PERFORM AddPlainField.
    MOVE ToAccount TO CsvField.
    PERFORM AddPlainField.
    MOVE Amount TO AmountValue.
    MOVE AmountValue TO CsvAmount.
    PERFORM AddAmountField.
    MOVE TranCurrency TO CsvField.
    PERFORM AddCurrencyField.
    MOVE TranToAmount TO AmountValue.
    MOVE AmountValue TO CsvAmount.
    PERFORM AddAmountField.
    MOVE ToCurrency TO CsvField.
    PERFORM AddCurrencyField.
    MOVE TranBaseAmount TO AmountValue.
    MOVE AmountValue TO CsvAmount.
    PERFORM AddAmountField.
    MOVE RefTransId TO CsvField.
    PERFORM AddPlainField.
    MOVE CsvLine TO FeedLine.
    WRITE FeedLine.

StartCsvLine.
    MOVE SPACES TO CsvLine.
    MOVE 1 TO CsvPtr.
    MOVE "Y" TO CsvFirstField.

AddSeparator.
    IF CsvFirstField = "Y"
        MOVE "N" TO CsvFirstField
    ELSE
        STRING "," DELIMITED BY SIZE INTO CsvLine
            WITH POINTER CsvPtr
    END-IF.

FindFieldLength.
    *> length of CsvField without its trailing spaces (zero when
    *> the field is blank)
    MOVE 40 TO CsvLen.
    PERFORM UNTIL CsvLen = 0
            OR CsvField (CsvLen:1) NOT = SPACE
        SUBTRACT 1 FROM CsvLen
    END-PERFORM.

AddPlainField.
    PERFORM AddSeparator.
    PERFORM FindFieldLength.
    IF CsvLen > 0
        STRING CsvField (1:CsvLen) DELIMITED BY SIZE INTO CsvLine
            WITH POINTER CsvPtr
    END-IF.

AddQuotedField.
    *> free text goes in double quotes so a comma inside a name or
    *> address stays in its column; a double quote inside the text
    *> would end the field early, so it is sent as a single quote
    PERFORM AddSeparator.
    INSPECT CsvField REPLACING ALL '"' BY "'".
    PERFORM FindFieldLength.
    STRING '"' DELIMITED BY SIZE INTO CsvLine WITH POINTER CsvPtr.
    IF CsvLen > 0
        STRING CsvField (1:CsvLen) DELIMITED BY SIZE INTO CsvLine
            WITH POINTER CsvPtr
    END-IF.
    STRING '"' DELIMITED BY SIZE INTO CsvLine WITH POINTER CsvPtr.

AddCurrencyField.
    *> spaces on file mean the base currency
    IF CsvField = SPACES
        MOVE "BASE" TO CsvField
    END-IF.
    PERFORM AddPlainField.

AddNumberField.
    MOVE CsvNumber TO CsvNumberEdit.
    MOVE CsvNumberEdit TO CsvField.
    PERFORM AddTrimmedNumber.

AddAmountField.
    MOVE CsvAmount TO CsvAmountEdit.
    MOVE CsvAmountEdit TO CsvField.
    PERFORM AddTrimmedNumber.

AddTrimmedNumber.
    *> edited numbers come right-aligned -- the leading spaces are
    *> dropped so each figure starts at its comma
    PERFORM AddSeparator.
    MOVE 0 TO CsvLead.
    INSPECT CsvField TALLYING CsvLead FOR LEADING SPACES.
    PERFORM FindFieldLength.
    STRING CsvField (CsvLead + 1:CsvLen - CsvLead) DELIMITED BY SIZE
        INTO CsvLine WITH POINTER CsvPtr.
