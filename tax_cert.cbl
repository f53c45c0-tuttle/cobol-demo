*> Year-end interest and fee certificates: collects every posting
*> IntPost made in the tax year -- the transfers stamped with the
*> INTPOST operator ID -- from the live transactions.dat and from
*> every PeriodEnd archive (tranarch.YYYYMMDD.dat) that can hold the
*> year's activity, and ties each one to the customer who holds the
*> account through AcctCustId. Interest is the posting paid in from
*> the interest funding account; a fee is the posting charged out to
*> the fee income account -- the same two house accounts keyed for
*> IntPost, keyed here again. A reversal of one of the year's IntPost
*> postings made within the year takes it back off the certificate.
*> For each customer on custmast.dat with anything to report it
*> prints a certificate (taxcert.prt, one per page) with the name and
*> address, a line per account in the account's own currency, and a
*> base-currency total at the rates fixed when each posting was made,
*> and writes the same totals to taxcert.dat (taxcert.cpy) for the
*> tax-authority return. The run closes with a control page proving
*> the certificates against what IntPost posted: posted = on
*> certificates + reversed in the year + on accounts with no
*> customer to certify. A posting that moved neither into nor out of
*> one of the two house accounts can't be classed as interest or fee;
*> it is listed and the run returns 8. An over-limit IntPost item
*> released through ApprQueue posts under the supervisor's ID rather
*> than INTPOST and is not collected -- IntPost's operator limit
*> should cover the largest posting. The tax year can come in on the
*> command line; the house accounts are always prompted.
IDENTIFICATION DIVISION.
    PROGRAM-ID. TaxCert.
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
            SELECT OPTIONAL ArchiveFile ASSIGN TO DYNAMIC ArchiveFileName
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL CustMaster ASSIGN TO "custmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CustId
                FILE STATUS IS CustMasterStatus.
            SELECT SummaryFile ASSIGN TO "taxcert.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PrintFile ASSIGN TO "taxcert.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD TransFile.
        01 TransactionDetails.
            COPY "trandet.cpy".

        FD ArchiveFile.
        *> one full trandet.cpy record image per line, as written by
        *> PeriodEnd
        01 ArchiveRecord    PIC X(86).

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD CustMaster.
        01 CustMasterRecord.
            COPY "custmast.cpy".

        FD SummaryFile.
        01 TaxSummaryRecord.
            COPY "taxcert.cpy".
        01 TaxSummaryTrailer.
            05 TtRecType        PIC X.
            05 TtTaxYear        PIC 9(4).
            05 TtRecordCount    PIC 9(6).
            05 TtInterestBase   PIC S9(11)V99 SIGN LEADING SEPARATE.
            05 TtFeeBase        PIC S9(11)V99 SIGN LEADING SEPARATE.

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 TransFileStatus  PIC XX.
            88 TransFileOk  VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk VALUE "00".
        01 CustMasterStatus PIC XX.
            88 CustMasterOk VALUE "00".

        01 TaxYear          PIC 9(4).
        01 CommandLineArg   PIC X(20).
        01 YearFirstDate    PIC 9(8).
        01 YearLastDate     PIC 9(8).
        01 FundingAccount   PIC 9(5).
        01 FeeAccount       PIC 9(5).

        01 FileEof          PIC X.
        01 ArchiveDate      PIC 9(8).
        01 ArchiveFileName  PIC X(30).
        01 ArchiveLastDate  PIC 9(8).
        01 ArchivesRead     PIC 9(4)  VALUE 0.
        01 ArchiveLines     PIC 9(9).

        *> calendar walk over the archive dates
        01 WorkDate.
            05 WorkYear     PIC 9(4).
            05 WorkMonth    PIC 9(2).
            05 WorkDay      PIC 9(2).
        01 WorkDateNum REDEFINES WorkDate PIC 9(8).
        01 MonthLength      PIC 9(2).
        01 LeapQuot         PIC 9(4).
        01 LeapRem4         PIC 9(4).
        01 LeapRem100       PIC 9(4).
        01 LeapRem400       PIC 9(4).
        01 DaysInMonthValues PIC X(24) VALUE "312831303130313130313031".
        01 DaysInMonthTable REDEFINES DaysInMonthValues.
            05 DaysInMonth OCCURS 12 TIMES PIC 9(2).

        *> working copy of a transaction from either source -- the
        *> field names can't be COPYed a second time without
        *> qualifying every reference, so the layout is mirrored here
        01 ScanTranDetails.
            05 ScanRecType     PIC X.
            05 ScanTransId     PIC 9(9).
            05 ScanEntryDate   PIC 9(8).
            05 ScanEntryTime   PIC 9(6).
            05 ScanOperatorId  PIC X(8).
            05 ScanFromAccount PIC 9(5).
            05 ScanToAccount   PIC 9(5).
            05 ScanAmount      PIC 9(7).99.
            05 ScanRefTransId  PIC 9(9).
            05 ScanCurrency    PIC X(3).
            05 ScanToAmount    PIC 9(7).99.
            05 ScanBaseAmount  PIC 9(9).99.

        01 OwnValue         PIC 9(7)V99.
        01 BaseValue        PIC 9(9)V99.
        01 PostingKind      PIC X.
            88 KindInterest VALUE "I".
            88 KindFee      VALUE "F".

        *> one entry per account IntPost touched in the year
        01 Idx              PIC 9(4).
        01 SwapIdx          PIC 9(4).
        01 FoundIdx         PIC 9(4).
        01 LookupAccount    PIC 9(5).
        01 AccountCount     PIC 9(4)  VALUE 0.
        01 AccountTable.
            05 AccountEntry OCCURS 3000 TIMES.
                10 TaAccount      PIC 9(5).
                10 TaName         PIC X(20).
                10 TaCustId       PIC 9(6).
                10 TaOnMaster     PIC X.
                10 TaCurrency     PIC X(3).
                10 TaInterest     PIC S9(9)V99.
                10 TaIntBase      PIC S9(9)V99.
                10 TaFees         PIC S9(9)V99.
                10 TaFeeBase      PIC S9(9)V99.
                10 TaCertified    PIC X.
        01 HoldEntry.
            05 HoldAccount      PIC 9(5).
            05 HoldName         PIC X(20).
            05 HoldCustId       PIC 9(6).
            05 HoldOnMaster     PIC X.
            05 HoldCurrency     PIC X(3).
            05 HoldInterest     PIC S9(9)V99.
            05 HoldIntBase      PIC S9(9)V99.
            05 HoldFees         PIC S9(9)V99.
            05 HoldFeeBase      PIC S9(9)V99.
            05 HoldCertified    PIC X.

        *> every IntPost posting of the year, so a reversal can be
        *> matched back to the account and figures it undoes
        01 PostIdx          PIC 9(5).
        01 PostCount        PIC 9(5)  VALUE 0.
        01 PostTable.
            05 PostEntry OCCURS 30000 TIMES.
                10 PtTransId      PIC 9(9).
                10 PtAcctIdx      PIC 9(4).
                10 PtKind         PIC X.
                10 PtOwnAmount    PIC 9(7)V99.
                10 PtBaseAmount   PIC 9(9)V99.
                10 PtReversed     PIC X.

        *> postings that moved through neither house account
        01 UnclIdx          PIC 9(3).
        01 UnclCount        PIC 9(6)  VALUE 0.
        01 UnclTable.
            05 UnclEntry OCCURS 200 TIMES.
                10 UtTransId      PIC 9(9).
                10 UtDate         PIC 9(8).
                10 UtFrom         PIC 9(5).
                10 UtTo           PIC 9(5).
                10 UtBase         PIC 9(9)V99.

        *> control figures, all base currency
        01 PostedCount      PIC 9(6)  VALUE 0.
        01 PostedBase       PIC 9(11)V99 VALUE 0.
        01 ReversedCount    PIC 9(6)  VALUE 0.
        01 ReversedBase     PIC 9(11)V99 VALUE 0.
        01 UnclBase         PIC 9(11)V99 VALUE 0.
        01 CertIntBase      PIC S9(11)V99 VALUE 0.
        01 CertFeeBase      PIC S9(11)V99 VALUE 0.
        01 NotCertBase      PIC S9(11)V99 VALUE 0.
        01 NotCertCount     PIC 9(4)  VALUE 0.
        01 ProvedBase       PIC S9(11)V99.
        01 ProofDiff        PIC S9(11)V99.
        01 CertCount        PIC 9(6)  VALUE 0.
        01 SummaryCount     PIC 9(6)  VALUE 0.

        *> the customer being certified
        01 CustAcctCount    PIC 9(3).
        01 CustIntBase      PIC S9(9)V99.
        01 CustFeeBase      PIC S9(9)V99.
        01 CustHasActivity  PIC X.
        01 NotCertReason    PIC X(30).

        01 PageNumber       PIC 9(4).
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "INTEREST AND FEE CERTIFICATE".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(9)  VALUE "Tax year ".
            05 H2Year       PIC 9(4).

        01 ColumnLine1.
            05 FILLER       PIC X(9)  VALUE "Account".
            05 FILLER       PIC X(22) VALUE "Name".
            05 FILLER       PIC X(5)  VALUE "Ccy".
            05 FILLER       PIC X(18) VALUE " Interest credited".
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 FILLER       PIC X(15) VALUE "   Fees charged".
        01 ColumnLine2.
            05 FILLER       PIC X(9)  VALUE "-------".
            05 FILLER       PIC X(22) VALUE "--------------------".
            05 FILLER       PIC X(5)  VALUE "---".
            05 FILLER       PIC X(18) VALUE "------------------".
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 FILLER       PIC X(15) VALUE "---------------".

        01 DetailLine.
            05 DlAccount    PIC 9(5).
            05 FILLER       PIC X(4)  VALUE SPACES.
            05 DlName       PIC X(20).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlCcy        PIC X(3).
            05 FILLER       PIC X(5)  VALUE SPACES.
            05 DlInterest   PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlFees       PIC ZZZ,ZZZ,ZZ9.99-.

        01 TotalLine.
            05 FILLER       PIC X(39)
                VALUE "Total in base currency".
            05 TlInterest   PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 TlFees       PIC ZZZ,ZZZ,ZZ9.99-.

        01 ControlLine.
            05 ClText       PIC X(56).
            05 ClAmount     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:4) IS NUMERIC
            AND CommandLineArg (5:16) = SPACES
        MOVE CommandLineArg (1:4) TO TaxYear
    ELSE
        DISPLAY "Tax year (YYYY) > " WITH NO ADVANCING
        ACCEPT TaxYear
    END-IF.
    COMPUTE YearFirstDate = TaxYear * 10000 + 101.
    COMPUTE YearLastDate = TaxYear * 10000 + 1231.
    DISPLAY "Interest funding account used by IntPost > "
        WITH NO ADVANCING.
    ACCEPT FundingAccount.
    DISPLAY "Fee income account used by IntPost       > "
        WITH NO ADVANCING.
    ACCEPT FeeAccount.

    OPEN INPUT AcctMaster.
    PERFORM ScanArchives.
    PERFORM ScanLiveFile.
    PERFORM SortAccountTable.

    OPEN OUTPUT PrintFile.
    OPEN OUTPUT SummaryFile.
    MOVE 0 TO PageNumber.
    PERFORM WriteCertificates.
    PERFORM WriteSummaryTrailer.
    PERFORM WriteControlPage.
    CLOSE SummaryFile.
    CLOSE PrintFile.
    CLOSE AcctMaster.

    DISPLAY "Certificates for " TaxYear " written to taxcert.prt -- "
        CertCount " customers; summary file taxcert.dat.".
    DISPLAY "IntPost postings collected >>> " PostedCount
        " from " ArchivesRead " archive(s) and the live file.".
    IF ProofDiff NOT = 0 OR UnclCount > 0
        DISPLAY "*** CONTROL TOTAL DOES NOT PROVE -- see the control "
            "page of taxcert.prt."
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

ScanArchives.
    *> PeriodEnd names each archive after its cutoff date, and a
    *> cutoff in the following year can still hold the tax year's
    *> last weeks -- so every date from the start of the tax year to
    *> the end of the next is tried; the file is OPTIONAL, so a date
    *> with no archive simply reads nothing
    MOVE YearFirstDate TO WorkDateNum.
    COMPUTE ArchiveLastDate = YearLastDate + 10000.
    PERFORM UNTIL WorkDateNum > ArchiveLastDate
        MOVE WorkDateNum TO ArchiveDate
        PERFORM ScanOneArchive
        PERFORM AddOneDay
    END-PERFORM.

ScanOneArchive.
    MOVE SPACES TO ArchiveFileName.
    STRING "tranarch." ArchiveDate ".dat" DELIMITED BY SIZE
        INTO ArchiveFileName.
    MOVE 0 TO ArchiveLines.
    MOVE "N" TO FileEof.
    OPEN INPUT ArchiveFile.
    PERFORM UNTIL FileEof = "Y"
        READ ArchiveFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                ADD 1 TO ArchiveLines
                MOVE ArchiveRecord TO ScanTranDetails
                PERFORM ScanOneTransaction
        END-READ
    END-PERFORM.
    CLOSE ArchiveFile.
    IF ArchiveLines > 0
        ADD 1 TO ArchivesRead
    END-IF.

ScanLiveFile.
    MOVE "N" TO FileEof.
    OPEN INPUT TransFile.
    PERFORM UNTIL FileEof = "Y"
        READ TransFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                MOVE TransactionDetails TO ScanTranDetails
                PERFORM ScanOneTransaction
        END-READ
    END-PERFORM.
    CLOSE TransFile.

ScanOneTransaction.
    IF ScanRecType = "D"
            AND ScanEntryDate >= YearFirstDate
            AND ScanEntryDate <= YearLastDate
        IF ScanOperatorId = "INTPOST"
            PERFORM CollectIntPostPosting
        ELSE
            IF ScanRefTransId NOT = 0
                PERFORM CheckIntPostReversal
            END-IF
        END-IF
    END-IF.

CollectIntPostPosting.
    *> interest comes in from the funding account and lands in the
    *> account's currency as TranToAmount; a fee goes out to the fee
    *> account and leaves the account as Amount
    ADD 1 TO PostedCount.
    MOVE ScanBaseAmount TO BaseValue.
    ADD BaseValue TO PostedBase.
    MOVE SPACE TO PostingKind.
    IF ScanFromAccount = FundingAccount
        MOVE "I" TO PostingKind
        MOVE ScanToAccount TO LookupAccount
        MOVE ScanToAmount TO OwnValue
    ELSE
        IF ScanToAccount = FeeAccount
            MOVE "F" TO PostingKind
            MOVE ScanFromAccount TO LookupAccount
            MOVE ScanAmount TO OwnValue
        END-IF
    END-IF.

    IF PostingKind = SPACE
        ADD 1 TO UnclCount
        ADD BaseValue TO UnclBase
        IF UnclCount <= 200
            MOVE UnclCount       TO UnclIdx
            MOVE ScanTransId     TO UtTransId (UnclIdx)
            MOVE ScanEntryDate   TO UtDate (UnclIdx)
            MOVE ScanFromAccount TO UtFrom (UnclIdx)
            MOVE ScanToAccount   TO UtTo (UnclIdx)
            MOVE BaseValue       TO UtBase (UnclIdx)
        END-IF
    ELSE
        PERFORM FindOrAddAccount
        IF KindInterest
            ADD OwnValue  TO TaInterest (FoundIdx)
            ADD BaseValue TO TaIntBase (FoundIdx)
        ELSE
            ADD OwnValue  TO TaFees (FoundIdx)
            ADD BaseValue TO TaFeeBase (FoundIdx)
        END-IF
        PERFORM RememberPosting
    END-IF.

RememberPosting.
    IF PostCount >= 30000
        DISPLAY "*** ERROR: more than 30000 IntPost postings in the "
            "year -- posting table is full, aborting."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO PostCount.
    MOVE ScanTransId TO PtTransId (PostCount).
    MOVE FoundIdx    TO PtAcctIdx (PostCount).
    MOVE PostingKind TO PtKind (PostCount).
    MOVE OwnValue    TO PtOwnAmount (PostCount).
    MOVE BaseValue   TO PtBaseAmount (PostCount).
    MOVE "N"         TO PtReversed (PostCount).

CheckIntPostReversal.
    *> Reversal writes the undoing transfer under the reversing
    *> operator with RefTransId naming the original -- if that was
    *> one of the year's IntPost postings, it comes back off the
    *> account's figures
    MOVE 0 TO FoundIdx.
    PERFORM VARYING PostIdx FROM 1 BY 1
            UNTIL PostIdx > PostCount OR FoundIdx NOT = 0
        IF PtTransId (PostIdx) = ScanRefTransId
                AND PtReversed (PostIdx) = "N"
            MOVE PtAcctIdx (PostIdx) TO FoundIdx
            MOVE "Y" TO PtReversed (PostIdx)
            ADD 1 TO ReversedCount
            ADD PtBaseAmount (PostIdx) TO ReversedBase
            IF PtKind (PostIdx) = "I"
                SUBTRACT PtOwnAmount (PostIdx) FROM TaInterest (FoundIdx)
                SUBTRACT PtBaseAmount (PostIdx) FROM TaIntBase (FoundIdx)
            ELSE
                SUBTRACT PtOwnAmount (PostIdx) FROM TaFees (FoundIdx)
                SUBTRACT PtBaseAmount (PostIdx) FROM TaFeeBase (FoundIdx)
            END-IF
        END-IF
    END-PERFORM.

FindOrAddAccount.
    *> looks up LookupAccount in the table, growing the table (with
    *> the holder and currency from the master) when the account
    *> hasn't been seen before; result is left in FoundIdx
    MOVE 0 TO FoundIdx.
    PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > AccountCount OR FoundIdx NOT = 0
        IF TaAccount (Idx) = LookupAccount
            MOVE Idx TO FoundIdx
        END-IF
    END-PERFORM

    IF FoundIdx = 0
        IF AccountCount >= 3000
            DISPLAY "*** ERROR: more than 3000 accounts with IntPost "
                "postings -- account table is full, aborting."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO AccountCount
        MOVE AccountCount  TO FoundIdx
        MOVE LookupAccount TO TaAccount (FoundIdx)
        MOVE 0   TO TaInterest (FoundIdx)
        MOVE 0   TO TaIntBase (FoundIdx)
        MOVE 0   TO TaFees (FoundIdx)
        MOVE 0   TO TaFeeBase (FoundIdx)
        MOVE "N" TO TaCertified (FoundIdx)
        MOVE LookupAccount TO AcctNumber
        READ AcctMaster
            INVALID KEY
                CONTINUE
        END-READ
        IF AcctMasterOk
            MOVE "Y"          TO TaOnMaster (FoundIdx)
            MOVE AcctName     TO TaName (FoundIdx)
            MOVE AcctCustId   TO TaCustId (FoundIdx)
            MOVE AcctCurrency TO TaCurrency (FoundIdx)
        ELSE
            MOVE "N"          TO TaOnMaster (FoundIdx)
            MOVE SPACES       TO TaName (FoundIdx)
            MOVE 0            TO TaCustId (FoundIdx)
            MOVE SPACES       TO TaCurrency (FoundIdx)
        END-IF
    END-IF.

SortAccountTable.
    *> simple ascending bubble sort on account number, so each
    *> certificate lists its accounts in order -- done once the
    *> posting table's account references are no longer needed
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx >= AccountCount
        PERFORM VARYING SwapIdx FROM 1 BY 1
                UNTIL SwapIdx > AccountCount - Idx
            IF TaAccount (SwapIdx) > TaAccount (SwapIdx + 1)
                MOVE AccountEntry (SwapIdx)     TO HoldEntry
                MOVE AccountEntry (SwapIdx + 1) TO AccountEntry (SwapIdx)
                MOVE HoldEntry                  TO AccountEntry (SwapIdx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WriteCertificates.
    *> CustMaster is OPTIONAL -- with no customers nothing can be
    *> certified and every posting shows on the control page
    MOVE "N" TO FileEof.
    OPEN INPUT CustMaster.
    PERFORM UNTIL FileEof = "Y"
        READ CustMaster NEXT RECORD
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                MOVE "N" TO CustHasActivity
                PERFORM VARYING Idx FROM 1 BY 1
                        UNTIL Idx > AccountCount
                            OR CustHasActivity = "Y"
                    IF TaCustId (Idx) = CustId
                        MOVE "Y" TO CustHasActivity
                    END-IF
                END-PERFORM
                *> zero is the unassigned marker, never a customer
                IF CustHasActivity = "Y" AND CustId NOT = 0
                    PERFORM WriteOneCertificate
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CustMaster.

WriteOneCertificate.
    ADD 1 TO CertCount.
    PERFORM WritePageHeading.
    MOVE SPACES TO PrintLine.
    STRING "Customer " CustId DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE CustName TO PrintLine.
    PERFORM WriteOneLine.
    MOVE CustAddr1 TO PrintLine.
    PERFORM WriteOneLine.
    MOVE CustAddr2 TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE ColumnLine1 TO PrintLine.
    PERFORM WriteOneLine.
    MOVE ColumnLine2 TO PrintLine.
    PERFORM WriteOneLine.

    MOVE 0 TO CustAcctCount.
    MOVE 0 TO CustIntBase.
    MOVE 0 TO CustFeeBase.
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > AccountCount
        IF TaCustId (Idx) = CustId
            PERFORM WriteCertificateLine
        END-IF
    END-PERFORM.

    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE CustIntBase TO TlInterest.
    MOVE CustFeeBase TO TlFees.
    MOVE TotalLine TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "(base-currency figures at the rates in force when each"
        & " posting was made)" TO PrintLine.
    PERFORM WriteOneLine.
    ADD CustIntBase TO CertIntBase.
    ADD CustFeeBase TO CertFeeBase.

    MOVE "D"           TO TxRecType.
    MOVE TaxYear       TO TxTaxYear.
    MOVE CustId        TO TxCustId.
    MOVE CustName      TO TxCustName.
    MOVE CustAcctCount TO TxAcctCount.
    MOVE CustIntBase   TO TxInterestBase.
    MOVE CustFeeBase   TO TxFeeBase.
    WRITE TaxSummaryRecord.
    ADD 1 TO SummaryCount.

WriteCertificateLine.
    MOVE "Y" TO TaCertified (Idx).
    ADD 1 TO CustAcctCount.
    ADD TaIntBase (Idx) TO CustIntBase.
    ADD TaFeeBase (Idx) TO CustFeeBase.
    MOVE SPACES TO DetailLine.
    MOVE TaAccount (Idx)  TO DlAccount.
    MOVE TaName (Idx)     TO DlName.
    MOVE TaCurrency (Idx) TO DlCcy.
    MOVE TaInterest (Idx) TO DlInterest.
    MOVE TaFees (Idx)     TO DlFees.
    MOVE DetailLine TO PrintLine.
    PERFORM WriteOneLine.

WriteSummaryTrailer.
    MOVE "T"          TO TtRecType.
    MOVE TaxYear      TO TtTaxYear.
    MOVE SummaryCount TO TtRecordCount.
    MOVE CertIntBase  TO TtInterestBase.
    MOVE CertFeeBase  TO TtFeeBase.
    WRITE TaxSummaryTrailer.

WriteControlPage.
    *> everything IntPost posted in the year must be accounted for:
    *> on a certificate, reversed within the year, or on an account
    *> with no customer to certify -- anything unclassed stops the
    *> proof
    PERFORM WritePageHeading.
    MOVE "CONTROL TOTALS -- INTPOST POSTINGS FOR THE TAX YEAR"
        TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

    MOVE "ACCOUNTS NOT ON ANY CERTIFICATE" TO PrintLine.
    PERFORM WriteOneLine.
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > AccountCount
        IF TaCertified (Idx) = "N"
            PERFORM WriteNotCertifiedLine
        END-IF
    END-PERFORM.
    IF NotCertCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

    MOVE "POSTINGS NOT THROUGH EITHER HOUSE ACCOUNT" TO PrintLine.
    PERFORM WriteOneLine.
    PERFORM VARYING UnclIdx FROM 1 BY 1
            UNTIL UnclIdx > UnclCount OR UnclIdx > 200
        MOVE SPACES TO PrintLine
        STRING "  Trans " UtTransId (UnclIdx) " on " UtDate (UnclIdx)
            " from " UtFrom (UnclIdx) " to " UtTo (UnclIdx)
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-PERFORM.
    IF UnclCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF UnclCount > 200
        MOVE SPACES TO PrintLine
        STRING "  ... " UnclCount " in all, first 200 listed"
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

    COMPUTE ProvedBase = CertIntBase + CertFeeBase + ReversedBase
        + NotCertBase.
    COMPUTE ProofDiff = PostedBase - UnclBase - ProvedBase.

    MOVE SPACES TO PrintLine.
    STRING "IntPost postings collected: " PostedCount
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE "  Posted by IntPost in the year" TO ClText.
    MOVE PostedBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE "  Interest on certificates" TO ClText.
    MOVE CertIntBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE "  Fees on certificates" TO ClText.
    MOVE CertFeeBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE SPACES TO ClText.
    STRING "  Reversed within the year (" ReversedCount ")"
        DELIMITED BY SIZE INTO ClText.
    MOVE ReversedBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE "  On accounts with no customer to certify" TO ClText.
    MOVE NotCertBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE "  Not through either house account" TO ClText.
    MOVE UnclBase TO ClAmount.
    PERFORM WriteControlLine.
    MOVE "  Difference" TO ClText.
    MOVE ProofDiff TO ClAmount.
    PERFORM WriteControlLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    STRING "Certificates " CertCount "  summary records " SummaryCount
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    IF ProofDiff = 0 AND UnclCount = 0
        MOVE "*** PROVED -- the certificates account for every IntPost"
            & " posting" TO PrintLine
    ELSE
        MOVE "*** DOES NOT PROVE -- certificates must not be issued"
            TO PrintLine
    END-IF.
    PERFORM WriteOneLine.

WriteNotCertifiedLine.
    ADD 1 TO NotCertCount.
    ADD TaIntBase (Idx) TO NotCertBase.
    ADD TaFeeBase (Idx) TO NotCertBase.
    EVALUATE TRUE
        WHEN TaOnMaster (Idx) = "N"
            MOVE "not on acctmast.dat" TO NotCertReason
        WHEN TaCustId (Idx) = 0
            MOVE "no customer assigned" TO NotCertReason
        WHEN OTHER
            MOVE "customer not on custmast.dat" TO NotCertReason
    END-EVALUATE.
    MOVE SPACES TO PrintLine.
    STRING "  Account " TaAccount (Idx) " customer " TaCustId (Idx)
        " -- " NotCertReason
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.

WriteControlLine.
    MOVE ControlLine TO PrintLine.
    PERFORM WriteOneLine.

AddOneDay.
    PERFORM SetMonthLength.
    IF WorkDay < MonthLength
        ADD 1 TO WorkDay
    ELSE
        MOVE 1 TO WorkDay
        IF WorkMonth < 12
            ADD 1 TO WorkMonth
        ELSE
            MOVE 1 TO WorkMonth
            ADD 1 TO WorkYear
        END-IF
    END-IF.

SetMonthLength.
    MOVE DaysInMonth (WorkMonth) TO MonthLength.
    IF WorkMonth = 2
        PERFORM CheckLeapYear
    END-IF.

CheckLeapYear.
    *> leap year when divisible by 4, except centuries not divisible
    *> by 400
    DIVIDE WorkYear BY 4 GIVING LeapQuot REMAINDER LeapRem4.
    DIVIDE WorkYear BY 100 GIVING LeapQuot REMAINDER LeapRem100.
    DIVIDE WorkYear BY 400 GIVING LeapQuot REMAINDER LeapRem400.
    IF LeapRem4 = 0 AND (LeapRem100 NOT = 0 OR LeapRem400 = 0)
        MOVE 29 TO MonthLength
    END-IF.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE TaxYear TO H2Year.

    IF PageNumber > 1
        MOVE SPACES TO PrintLine
        WRITE PrintLine
    END-IF
    MOVE HeadingLine1 TO PrintLine.
    WRITE PrintLine.
    MOVE HeadingLine2 TO PrintLine.
    WRITE PrintLine.
    MOVE SPACES TO PrintLine.
    WRITE PrintLine.
    MOVE 3 TO LineCount.

WriteOneLine.
    *> WritePageHeading writes through the same PrintLine record
    *> area, so the pending line is held across the page break and
    *> put back before the WRITE
    IF LineCount >= 55
        MOVE PrintLine TO PendingLine
        PERFORM WritePageHeading
        MOVE PendingLine TO PrintLine
    END-IF.
    WRITE PrintLine.
    ADD 1 TO LineCount.
