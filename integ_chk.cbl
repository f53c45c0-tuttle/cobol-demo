*> Cross-file integrity scan: TrialBal proves the balances, this
*> proves the files agree with one another. It only reads -- nothing
*> is repaired or rewritten -- and lists every broken relationship on
*> an exceptions report (integchk.prt), hard breaks first, then
*> warnings, then a count for each check:
*>   HARD -- a transaction whose FromAccount or ToAccount is not on
*>           acctmast.dat; a RefTransId naming a transaction that
*>           should be on transactions.dat but is not (one older than
*>           the oldest transaction still on file was archived by
*>           PeriodEnd and is only counted); a transaction above the
*>           highest ID transeq.dat says was issued, or transeq.dat
*>           missing while transactions exist; a batchctl.dat header
*>           with no trailer, or a trailer with no header; an active
*>           standing order, account rate entry or ACCTXREF entry
*>           naming an account that is not on acctmast.dat at all.
*>   WARN -- a pending.dat or suspense.dat item whose operator is not
*>           on opermast.dat; an active standing order, account rate
*>           entry or ACCTXREF entry naming a closed account; an
*>           account whose AcctCustId is not on custmast.dat (zero is
*>           the unassigned marker AcctMaint tolerates, and is only
*>           counted).
*> Any hard break returns 8, so DayEnd -- which runs this straight
*> after SNAPSHOT -- stops before anything posts onto a damaged set;
*> warnings alone return 0. Run it by hand after a SnapRestore or a
*> crash. The run date for the report heading can come in on the
*> command line; otherwise today's date is used.
IDENTIFICATION DIVISION.
    PROGRAM-ID. IntegChk.
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
            *> the same file opened a second time, for looking up the
            *> transaction a reversal refers to without losing the
            *> place in the sequential pass
            SELECT OPTIONAL RefTransFile ASSIGN TO "transactions.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RefKeyTransId
                ALTERNATE RECORD KEY IS RefKeyFrom WITH DUPLICATES
                ALTERNATE RECORD KEY IS RefKeyTo WITH DUPLICATES
                FILE STATUS IS RefTransStatus.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL TransSeqFile ASSIGN TO "transeq.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TransSeqStatus.
            SELECT OPTIONAL BatchCtlFile ASSIGN TO "batchctl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PendFile ASSIGN TO "pending.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SuspenseFile ASSIGN TO "suspense.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.
            SELECT OPTIONAL StdOrderFile ASSIGN TO "standord.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS StdOrderId
                FILE STATUS IS StdOrderStatus.
            SELECT OPTIONAL RateFile ASSIGN TO "ratetabl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RateKey
                FILE STATUS IS RateFileStatus.
            SELECT OPTIONAL XrefFile ASSIGN TO "acctxref.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XrefPartnerAcct
                FILE STATUS IS XrefFileStatus.
            SELECT OPTIONAL CustMaster ASSIGN TO "custmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CustId
                FILE STATUS IS CustMasterStatus.
            SELECT PrintFile ASSIGN TO "integchk.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD TransFile.
        01 TransactionDetails.
            COPY "trandet.cpy".

        FD RefTransFile.
        *> only the key positions of trandet.cpy are needed here --
        *> the field names can't be COPYed a second time without
        *> qualifying every reference
        01 RefTransRecord.
            05 RefRecType       PIC X.
            05 RefKeyTransId    PIC 9(9).
            05 FILLER           PIC X(22).
            05 RefKeyFrom       PIC 9(5).
            05 RefKeyTo         PIC 9(5).
            05 FILLER           PIC X(44).

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD TransSeqFile.
        01 TransSeqRecord.
            05 TransSeqValue PIC 9(9).

        FD BatchCtlFile.
        01 BatchHeaderRecord.
            05 HdrRecType   PIC X.
            05 HdrBatchDate PIC 9(8).
            05 HdrBatchSeq  PIC 9(6).
        01 BatchTrailerRecord.
            05 TrlRecType       PIC X.
            05 TrlRecordCount   PIC 9(6).
            05 TrlControlTotal  PIC 9(11)V99.

        FD PendFile.
        01 PendingRecord.
            COPY "pendappr.cpy".

        FD SuspenseFile.
        01 SuspenseRecord.
            COPY "suspense.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD StdOrderFile.
        01 StdOrderRecord.
            COPY "standord.cpy".

        FD RateFile.
        01 RateRecord.
            COPY "ratetabl.cpy".

        FD XrefFile.
        01 XrefRecord.
            COPY "acctxref.cpy".

        FD CustMaster.
        01 CustMasterRecord.
            COPY "custmast.cpy".

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 TransFileStatus  PIC XX.
            88 TransFileOk  VALUE "00".
        01 RefTransStatus   PIC XX.
            88 RefTransOk   VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk VALUE "00".
        01 TransSeqStatus   PIC XX.
            88 TransSeqOk   VALUE "00".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".
        01 StdOrderStatus   PIC XX.
            88 StdOrderOk   VALUE "00".
        01 RateFileStatus   PIC XX.
            88 RateFileOk   VALUE "00".
        01 XrefFileStatus   PIC XX.
            88 XrefFileOk   VALUE "00".
        01 CustMasterStatus PIC XX.
            88 CustMasterOk VALUE "00".

        01 RunDate          PIC 9(8).
        01 CommandLineArg   PIC X(20).
        01 FileEof          PIC X.

        *> account lookup -- CheckAccount leaves the answer in
        *> AcctLookupResult
        01 LookupAccount    PIC 9(5).
        01 AcctLookupResult PIC X.
            88 AcctIsMissing    VALUE "M".
            88 AcctIsClosedOne  VALUE "C".
            88 AcctIsOpenOne    VALUE "O".
        01 LookupOperator   PIC X(8).
        01 OperFound        PIC X.
            88 OperIsFound  VALUE "Y".
        01 SideWord         PIC X(4).

        01 TransSeqCounter  PIC 9(9)  VALUE 0.
        01 TransSeqPresent  PIC X     VALUE "N".
        01 TransCount       PIC 9(9)  VALUE 0.
        01 LowestTransId    PIC 9(9)  VALUE 0.
        01 HighestTransId   PIC 9(9)  VALUE 0.
        01 HeaderOpen       PIC X     VALUE "N".
        01 OpenBatchDate    PIC 9(8).
        01 OpenBatchSeq     PIC 9(6).
        01 LineNumber       PIC 9(6).

        *> exceptions are gathered first and printed by severity
        01 ExcCount         PIC 9(4)  VALUE 0.
        01 ExcIdx           PIC 9(4).
        01 ExcTable.
            05 ExcEntry OCCURS 2000 TIMES.
                10 ExcSeverity  PIC X.
                10 ExcText      PIC X(72).
        01 ExcNewText       PIC X(72).
        01 ExcNewSeverity   PIC X.
        01 HardCount        PIC 9(6)  VALUE 0.
        01 WarnCount        PIC 9(6)  VALUE 0.
        01 HardNotListed    PIC 9(6)  VALUE 0.
        01 WarnNotListed    PIC 9(6)  VALUE 0.
        01 SectionCount     PIC 9(6).
        01 SectionSeverity  PIC X.

        *> per-check tallies for the summary
        01 TranAcctBreaks   PIC 9(6)  VALUE 0.
        01 RefBreaks        PIC 9(6)  VALUE 0.
        01 RefArchived      PIC 9(6)  VALUE 0.
        01 SeqBreaks        PIC 9(6)  VALUE 0.
        01 BatchBreaks      PIC 9(6)  VALUE 0.
        01 OperWarnings     PIC 9(6)  VALUE 0.
        01 StdBreaks        PIC 9(6)  VALUE 0.
        01 StdWarnings      PIC 9(6)  VALUE 0.
        01 RateBreaks       PIC 9(6)  VALUE 0.
        01 RateWarnings     PIC 9(6)  VALUE 0.
        01 XrefBreaks       PIC 9(6)  VALUE 0.
        01 XrefWarnings     PIC 9(6)  VALUE 0.
        01 CustWarnings     PIC 9(6)  VALUE 0.
        01 CustUnassigned   PIC 9(6)  VALUE 0.

        01 PageNumber       PIC 9(4).
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "CROSS-FILE INTEGRITY EXCEPTIONS".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(9)  VALUE "Run date ".
            05 H2Date       PIC 9(8).

        01 SummaryLine.
            05 SmText       PIC X(56).
            05 SmCount      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:8) IS NUMERIC
            AND CommandLineArg (9:12) = SPACES
        MOVE CommandLineArg (1:8) TO RunDate
    ELSE
        ACCEPT RunDate FROM DATE YYYYMMDD
    END-IF.

    *> every file is OPTIONAL and opened for input only -- a file
    *> that isn't there simply has nothing to check
    OPEN INPUT AcctMaster.
    OPEN INPUT OperMaster.
    PERFORM ReadTransSeqCounter.
    PERFORM CheckTransactions.
    PERFORM CheckBatchControl.
    PERFORM CheckPendingItems.
    PERFORM CheckSuspenseItems.
    PERFORM CheckStandingOrders.
    PERFORM CheckRateEntries.
    PERFORM CheckCrossReferences.
    PERFORM CheckCustomerRefs.
    CLOSE OperMaster.
    CLOSE AcctMaster.

    OPEN OUTPUT PrintFile.
    MOVE 0 TO PageNumber.
    PERFORM WritePageHeading.
    MOVE "H" TO SectionSeverity.
    MOVE "HARD BREAKS -- DO NOT POST UNTIL THESE ARE RESOLVED"
        TO PrintLine.
    PERFORM WriteSeveritySection.
    MOVE "W" TO SectionSeverity.
    MOVE "WARNINGS" TO PrintLine.
    PERFORM WriteSeveritySection.
    PERFORM WriteSummary.
    CLOSE PrintFile.

    DISPLAY "Integrity scan written to integchk.prt -- "
        HardCount " hard break(s), " WarnCount " warning(s).".
    IF HardCount > 0
        DISPLAY "*** FILES DO NOT AGREE -- see integchk.prt before "
            "anything is posted."
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

ReadTransSeqCounter.
    *> transeq.dat holds the highest transaction ID issued so far
    OPEN INPUT TransSeqFile.
    IF TransSeqOk
        READ TransSeqFile
            AT END
                CONTINUE
            NOT AT END
                MOVE TransSeqValue TO TransSeqCounter
                MOVE "Y" TO TransSeqPresent
        END-READ
    END-IF.
    CLOSE TransSeqFile.

CheckTransactions.
    *> the primary key runs in ID order, so the first record read is
    *> the oldest still on file and the last the highest issued
    OPEN INPUT TransFile.
    OPEN INPUT RefTransFile.
    MOVE "N" TO FileEof.
    PERFORM UNTIL FileEof = "Y"
        READ TransFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF DetRecType = "D"
                    ADD 1 TO TransCount
                    IF TransCount = 1
                        MOVE TransId TO LowestTransId
                    END-IF
                    MOVE TransId TO HighestTransId
                    PERFORM CheckTransactionAccounts
                    IF RefTransId NOT = 0
                        PERFORM CheckRefTransId
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RefTransFile.
    CLOSE TransFile.

    IF TransCount > 0
        IF TransSeqPresent = "N"
            ADD 1 TO SeqBreaks
            MOVE SPACES TO ExcNewText
            STRING "TRANSEQ  transeq.dat missing or empty with "
                TransCount " transactions on file"
                DELIMITED BY SIZE INTO ExcNewText
            PERFORM AddHardBreak
        ELSE
            IF HighestTransId > TransSeqCounter
                ADD 1 TO SeqBreaks
                MOVE SPACES TO ExcNewText
                STRING "TRANSEQ  highest TransId " HighestTransId
                    " above transeq.dat counter " TransSeqCounter
                    DELIMITED BY SIZE INTO ExcNewText
                PERFORM AddHardBreak
            END-IF
        END-IF
    END-IF.

CheckTransactionAccounts.
    MOVE FromAccount TO LookupAccount.
    PERFORM CheckAccount.
    IF AcctIsMissing
        MOVE "from" TO SideWord
        PERFORM ReportTransactionAccount
    END-IF.
    MOVE ToAccount TO LookupAccount.
    PERFORM CheckAccount.
    IF AcctIsMissing
        MOVE "  to" TO SideWord
        PERFORM ReportTransactionAccount
    END-IF.

ReportTransactionAccount.
    ADD 1 TO TranAcctBreaks.
    MOVE SPACES TO ExcNewText.
    STRING "TRANS    " TransId " " SideWord " account " LookupAccount
        " not on acctmast.dat"
        DELIMITED BY SIZE INTO ExcNewText.
    PERFORM AddHardBreak.

CheckRefTransId.
    *> anything older than the oldest transaction still on file went
    *> to a tranarch archive at PeriodEnd and can't be looked up here
    IF RefTransId < LowestTransId
        ADD 1 TO RefArchived
    ELSE
        MOVE RefTransId TO RefKeyTransId
        READ RefTransFile
            INVALID KEY
                CONTINUE
        END-READ
        IF NOT RefTransOk
            ADD 1 TO RefBreaks
            MOVE SPACES TO ExcNewText
            STRING "TRANS    " TransId " refers to TransId " RefTransId
                " which is not on file"
                DELIMITED BY SIZE INTO ExcNewText
            PERFORM AddHardBreak
        END-IF
    END-IF.

CheckBatchControl.
    *> every header must be followed by its trailer before the next
    *> header starts -- a header left open is a batch that died
    *> part-way through
    MOVE 0 TO LineNumber.
    MOVE "N" TO HeaderOpen.
    MOVE "N" TO FileEof.
    OPEN INPUT BatchCtlFile.
    PERFORM UNTIL FileEof = "Y"
        READ BatchCtlFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                ADD 1 TO LineNumber
                EVALUATE HdrRecType
                    WHEN "H"
                        IF HeaderOpen = "Y"
                            PERFORM ReportOpenHeader
                        END-IF
                        MOVE "Y" TO HeaderOpen
                        MOVE HdrBatchDate TO OpenBatchDate
                        MOVE HdrBatchSeq  TO OpenBatchSeq
                    WHEN "T"
                        IF HeaderOpen = "Y"
                            MOVE "N" TO HeaderOpen
                        ELSE
                            ADD 1 TO BatchBreaks
                            MOVE SPACES TO ExcNewText
                            STRING "BATCHCTL trailer at line " LineNumber
                                " (" TrlRecordCount " items) has no "
                                "header"
                                DELIMITED BY SIZE INTO ExcNewText
                            PERFORM AddHardBreak
                        END-IF
                    WHEN OTHER
                        ADD 1 TO BatchBreaks
                        MOVE SPACES TO ExcNewText
                        STRING "BATCHCTL line " LineNumber
                            " is neither a header nor a trailer"
                            DELIMITED BY SIZE INTO ExcNewText
                        PERFORM AddHardBreak
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE BatchCtlFile.
    IF HeaderOpen = "Y"
        PERFORM ReportOpenHeader
    END-IF.

ReportOpenHeader.
    ADD 1 TO BatchBreaks.
    MOVE SPACES TO ExcNewText.
    STRING "BATCHCTL batch " OpenBatchDate "/" OpenBatchSeq
        " has a header but no trailer"
        DELIMITED BY SIZE INTO ExcNewText.
    PERFORM AddHardBreak.

CheckPendingItems.
    MOVE 0 TO LineNumber.
    MOVE "N" TO FileEof.
    OPEN INPUT PendFile.
    PERFORM UNTIL FileEof = "Y"
        READ PendFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                ADD 1 TO LineNumber
                MOVE PendOperatorId TO LookupOperator
                PERFORM CheckOperator
                IF NOT OperIsFound
                    ADD 1 TO OperWarnings
                    MOVE SPACES TO ExcNewText
                    STRING "PENDING  line " LineNumber " operator "
                        PendOperatorId " not on opermast.dat ("
                        PendFromAccount "->" PendToAccount ")"
                        DELIMITED BY SIZE INTO ExcNewText
                    PERFORM AddWarning
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PendFile.

CheckSuspenseItems.
    MOVE 0 TO LineNumber.
    MOVE "N" TO FileEof.
    OPEN INPUT SuspenseFile.
    PERFORM UNTIL FileEof = "Y"
        READ SuspenseFile
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                ADD 1 TO LineNumber
                MOVE SuspOperatorId TO LookupOperator
                PERFORM CheckOperator
                IF NOT OperIsFound
                    ADD 1 TO OperWarnings
                    MOVE SPACES TO ExcNewText
                    STRING "SUSPENSE line " LineNumber " operator "
                        SuspOperatorId " not on opermast (source "
                        SuspSource ")"
                        DELIMITED BY SIZE INTO ExcNewText
                    PERFORM AddWarning
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SuspenseFile.

CheckStandingOrders.
    MOVE "N" TO FileEof.
    OPEN INPUT StdOrderFile.
    PERFORM UNTIL FileEof = "Y"
        READ StdOrderFile NEXT RECORD
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF StdActive
                    MOVE StdFromAccount TO LookupAccount
                    PERFORM CheckStandingOrderAccount
                    MOVE StdToAccount TO LookupAccount
                    PERFORM CheckStandingOrderAccount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE StdOrderFile.

CheckStandingOrderAccount.
    PERFORM CheckAccount.
    IF AcctIsMissing
        ADD 1 TO StdBreaks
        MOVE SPACES TO ExcNewText
        STRING "STANDORD order " StdOrderId " account " LookupAccount
            " not on acctmast.dat"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddHardBreak
    END-IF.
    IF AcctIsClosedOne
        ADD 1 TO StdWarnings
        MOVE SPACES TO ExcNewText
        STRING "STANDORD order " StdOrderId " account " LookupAccount
            " is closed"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddWarning
    END-IF.

CheckRateEntries.
    *> only account-specific entries name an account -- tier entries
    *> are keyed on a balance floor
    MOVE "N" TO FileEof.
    OPEN INPUT RateFile.
    PERFORM UNTIL FileEof = "Y"
        READ RateFile NEXT RECORD
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF RateForAccount AND RateActive
                    PERFORM CheckRateAccount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RateFile.

CheckRateAccount.
    IF RateKeyValue > 99999
        MOVE 0 TO LookupAccount
        MOVE "M" TO AcctLookupResult
    ELSE
        MOVE RateKeyValue TO LookupAccount
        PERFORM CheckAccount
    END-IF.
    IF AcctIsMissing
        ADD 1 TO RateBreaks
        MOVE SPACES TO ExcNewText
        STRING "RATETABL account entry " RateKeyValue
            " not on acctmast.dat"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddHardBreak
    END-IF.
    IF AcctIsClosedOne
        ADD 1 TO RateWarnings
        MOVE SPACES TO ExcNewText
        STRING "RATETABL account entry " RateKeyValue " is for a "
            "closed account"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddWarning
    END-IF.

CheckCrossReferences.
    MOVE "N" TO FileEof.
    OPEN INPUT XrefFile.
    PERFORM UNTIL FileEof = "Y"
        READ XrefFile NEXT RECORD
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF XrefActive
                    MOVE XrefOurAccount TO LookupAccount
                    PERFORM CheckAccount
                    PERFORM ReportXrefAccount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XrefFile.

ReportXrefAccount.
    IF AcctIsMissing
        ADD 1 TO XrefBreaks
        MOVE SPACES TO ExcNewText
        STRING "ACCTXREF " XrefPartnerAcct " -> account "
            XrefOurAccount " not on acctmast.dat"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddHardBreak
    END-IF.
    IF AcctIsClosedOne
        ADD 1 TO XrefWarnings
        MOVE SPACES TO ExcNewText
        STRING "ACCTXREF " XrefPartnerAcct " -> account "
            XrefOurAccount " is closed"
            DELIMITED BY SIZE INTO ExcNewText
        PERFORM AddWarning
    END-IF.

CheckCustomerRefs.
    *> a pass of its own over the master -- no random account reads
    *> happen here, so the sequential position is never disturbed
    OPEN INPUT CustMaster.
    MOVE "N" TO FileEof.
    MOVE 0 TO AcctNumber.
    START AcctMaster KEY IS >= AcctNumber
        INVALID KEY
            MOVE "Y" TO FileEof
    END-START.
    PERFORM UNTIL FileEof = "Y"
        READ AcctMaster NEXT RECORD
            AT END
                MOVE "Y" TO FileEof
            NOT AT END
                IF AcctCustId = 0
                    ADD 1 TO CustUnassigned
                ELSE
                    MOVE AcctCustId TO CustId
                    READ CustMaster
                        INVALID KEY
                            CONTINUE
                    END-READ
                    IF NOT CustMasterOk
                        ADD 1 TO CustWarnings
                        MOVE SPACES TO ExcNewText
                        STRING "ACCTMAST account " AcctNumber
                            " customer " AcctCustId
                            " not on custmast.dat"
                            DELIMITED BY SIZE INTO ExcNewText
                        PERFORM AddWarning
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CustMaster.

CheckAccount.
    *> M = not on the master at all, C = closed, O = open or frozen
    MOVE LookupAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT AcctMasterOk
        MOVE "M" TO AcctLookupResult
    ELSE
        IF AcctClosed
            MOVE "C" TO AcctLookupResult
        ELSE
            MOVE "O" TO AcctLookupResult
        END-IF
    END-IF.

CheckOperator.
    *> an item with no operator at all has nobody to look up
    MOVE "Y" TO OperFound.
    IF LookupOperator NOT = SPACES
        MOVE LookupOperator TO OperId
        READ OperMaster
            INVALID KEY
                CONTINUE
        END-READ
        IF NOT OperMasterOk
            MOVE "N" TO OperFound
        END-IF
    END-IF.

AddHardBreak.
    ADD 1 TO HardCount.
    MOVE "H" TO ExcNewSeverity.
    PERFORM AddException.

AddWarning.
    ADD 1 TO WarnCount.
    MOVE "W" TO ExcNewSeverity.
    PERFORM AddException.

AddException.
    *> a full table still counts -- the report says how many more
    *> there were than it could list
    IF ExcCount >= 2000
        IF ExcNewSeverity = "H"
            ADD 1 TO HardNotListed
        ELSE
            ADD 1 TO WarnNotListed
        END-IF
    ELSE
        ADD 1 TO ExcCount
        MOVE ExcNewSeverity TO ExcSeverity (ExcCount)
        MOVE ExcNewText     TO ExcText (ExcCount)
    END-IF.

WriteSeveritySection.
    *> the caller leaves the section title in PrintLine
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE 0 TO SectionCount.
    PERFORM VARYING ExcIdx FROM 1 BY 1 UNTIL ExcIdx > ExcCount
        IF ExcSeverity (ExcIdx) = SectionSeverity
            ADD 1 TO SectionCount
            MOVE SPACES TO PrintLine
            MOVE ExcText (ExcIdx) TO PrintLine (3:72)
            PERFORM WriteOneLine
        END-IF
    END-PERFORM.
    IF SectionCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF SectionSeverity = "H" AND HardNotListed > 0
        MOVE SPACES TO PrintLine
        STRING "  ... and " HardNotListed " more not listed"
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF SectionSeverity = "W" AND WarnNotListed > 0
        MOVE SPACES TO PrintLine
        STRING "  ... and " WarnNotListed " more not listed"
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

WriteSummary.
    MOVE "CHECKS RUN" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "  Transactions checked" TO SmText.
    MOVE TransCount TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  transaction account not on master" TO SmText.
    MOVE TranAcctBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  RefTransId not on file" TO SmText.
    MOVE RefBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "     RefTransId archived by PeriodEnd (not checked)"
        TO SmText.
    MOVE RefArchived TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  transaction IDs above the transeq.dat counter" TO SmText.
    MOVE SeqBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  batchctl.dat header/trailer out of step" TO SmText.
    MOVE BatchBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  W  pending/suspense operator not on opermast" TO SmText.
    MOVE OperWarnings TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  standing order account not on master" TO SmText.
    MOVE StdBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  W  standing order account closed" TO SmText.
    MOVE StdWarnings TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  rate entry account not on master" TO SmText.
    MOVE RateBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  W  rate entry account closed" TO SmText.
    MOVE RateWarnings TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  H  ACCTXREF account not on master" TO SmText.
    MOVE XrefBreaks TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  W  ACCTXREF account closed" TO SmText.
    MOVE XrefWarnings TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "  W  account customer not on custmast" TO SmText.
    MOVE CustWarnings TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE "     accounts with no customer assigned" TO SmText.
    MOVE CustUnassigned TO SmCount.
    PERFORM WriteSummaryLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    IF HardCount > 0
        STRING "*** " HardCount " HARD BREAK(S) -- DayEnd stops here"
            DELIMITED BY SIZE INTO PrintLine
    ELSE
        MOVE "*** NO HARD BREAKS -- the files agree" TO PrintLine
    END-IF.
    PERFORM WriteOneLine.

WriteSummaryLine.
    MOVE SummaryLine TO PrintLine.
    PERFORM WriteOneLine.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE RunDate TO H2Date.

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
