*> Intake for a customer's bulk one-to-many payment file (bulk-pay.dat),
*> the payroll case: one debit account split across any number of
*> credits. The file is proved first -- header before the details,
*> trailer last, record count and hash total over the amounts agreeing
*> with the trailer, and the header's debit total agreeing with the
*> details -- and then every line is validated before anything posts:
*> the debit account must be active with the available balance (ledger
*> less holds) to cover the whole total, and every credit account must
*> exist, be active, differ from the debit account and have a rate on
*> file for its currency. The file is all-or-nothing. Either every line
*> posts under the BULKPAY operator as one balanced set with its own
*> batch header and trailer on batchctl.dat, or no line posts and every
*> line goes to suspense.dat (source BULKPAY) with its own reason -- the
*> line's own fault where it has one, otherwise the reason the file as a
*> whole was refused. The customer corrects and resends the file;
*> SuspWorkbench only cancels BULKPAY lines, so a refused file can never
*> be half-posted from the workbench either. Before the batch is
*> written, the transaction numbers the file will take are checked as
*> free on transactions.dat; if transeq.dat has fallen behind, the whole
*> file is refused rather than colliding part way through. A posting
*> that still fails while the batch is written is counted, and the run
*> is reported as PARTIALLY POSTED with a return code of 8 for the
*> operator to put right by hand. bulklog.dat records every file run,
*> and a file reference already posted (or partially posted) for the
*> same debit account is refused as a duplicate. The bulk payment advice
*> (bulkadv.prt) goes back to the customer: the control figures, every
*> line with its transaction number or the reason it was returned, and
*> the outcome.
*>
*> The bulk file format, as issued to customers:
*>   header  "H" + file date YYYYMMDD + customer's file reference (12)
*>               + debit account (5, zero-filled) + debit total in
*>               cents, 11 digits zero-filled
*>   detail  "D" + credit account (5, zero-filled) + amount in cents,
*>               9 digits zero-filled + payment reference (18)
*>   trailer "T" + record count (6) + hash total of amounts in
*>               cents, 15 digits zero-filled
IDENTIFICATION DIVISION.
    PROGRAM-ID. BulkPay.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL BulkFile ASSIGN TO "bulk-pay.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BulkFileStatus.
            SELECT OPTIONAL BulkLogFile ASSIGN TO "bulklog.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BulkLogStatus.
            SELECT OPTIONAL BatchCtlFile ASSIGN TO "batchctl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TransFile ASSIGN TO "transactions.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TransId
                ALTERNATE RECORD KEY IS FromAccount WITH DUPLICATES
                ALTERNATE RECORD KEY IS ToAccount WITH DUPLICATES
                FILE STATUS IS TransFileStatus.
            SELECT AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL BatchSeqFile ASSIGN TO "batchseq.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BatchSeqStatus.
            SELECT OPTIONAL TransSeqFile ASSIGN TO "transeq.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TransSeqStatus.
            SELECT OPTIONAL SuspenseFile ASSIGN TO "suspense.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.
            SELECT OPTIONAL FxRateFile ASSIGN TO "fxrate.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FxCurrency
                FILE STATUS IS FxRateStatus.
            SELECT OPTIONAL HoldFile ASSIGN TO "holds.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HldId
                ALTERNATE RECORD KEY IS HldAcctNumber WITH DUPLICATES
                FILE STATUS IS HoldFileStatus.
            SELECT OPTIONAL SysLockFile ASSIGN TO "syslock.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SysLockStatus.
            SELECT PrintFile ASSIGN TO "bulkadv.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD BulkFile.
        01 BulkHeaderRecord.
            05 BhRecType     PIC X.
            05 BhFileDate    PIC 9(8).
            05 BhFileRef     PIC X(12).
            05 BhDebitAcct   PIC X(5).
            05 BhDebitTotal  PIC 9(9)V99.
        01 BulkDetailRecord.
            05 BdRecType     PIC X.
            05 BdCreditAcct  PIC X(5).
            05 BdAmount      PIC 9(7)V99.
            05 BdReference   PIC X(18).
        01 BulkTrailerRecord.
            05 BtRecType     PIC X.
            05 BtRecCount    PIC 9(6).
            05 BtHashTotal   PIC 9(13)V99.

        FD BulkLogFile.
        01 BulkLogRecord.
            05 BlFileRef     PIC X(12).
            05 BlDebitAcct   PIC X(5).
            05 BlFileDate    PIC 9(8).
            05 BlRunDate     PIC 9(8).
            05 BlRunTime     PIC 9(6).
            05 BlOutcome     PIC X.
                88 BlPosted   VALUE "P".
                88 BlReturned VALUE "R".
                88 BlPartial  VALUE "X".
            05 BlBatchSeq    PIC 9(6).
            05 BlLineCount   PIC 9(6).
            05 BlTotal       PIC 9(9)V99.

        FD BatchCtlFile.
        01 BatchHeaderRecord.
            05 HdrRecType   PIC X       VALUE "H".
            05 HdrBatchDate PIC 9(8).
            05 HdrBatchSeq  PIC 9(6).
        01 BatchTrailerRecord.
            05 TrlRecType       PIC X       VALUE "T".
            05 TrlRecordCount   PIC 9(6).
            05 TrlControlTotal  PIC 9(11)V99.

        FD TransFile.
        01 TransactionDetails.
            COPY "trandet.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD BatchSeqFile.
        01 BatchSeqRecord.
            05 BatchSeqValue PIC 9(6).

        FD TransSeqFile.
        01 TransSeqRecord.
            05 TransSeqValue PIC 9(9).

        FD SuspenseFile.
        01 SuspenseRecord.
            COPY "suspense.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD FxRateFile.
        01 FxRateRecord.
            COPY "fxrate.cpy".

        FD HoldFile.
        01 HoldRecord.
            COPY "holds.cpy".

        FD SysLockFile.
        01 SysLockRecord.
            COPY "syslock.cpy".

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 BulkFileStatus   PIC XX.
            88 BulkFileOk   VALUE "00".
        01 BulkLogStatus    PIC XX.
            88 BulkLogOk    VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 AcctMasterNotFound VALUE "23".
        01 TransFileStatus  PIC XX.
            88 TransFileOk       VALUE "00".
            88 TransFileNotFound VALUE "35".
        01 BatchSeqStatus   PIC XX.
            88 BatchSeqOk   VALUE "00".
        01 TransSeqStatus   PIC XX.
            88 TransSeqOk   VALUE "00".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".
        01 FxRateStatus     PIC XX.
            88 FxRateOk     VALUE "00".
        01 HoldFileStatus   PIC XX.
            88 HoldFileOk   VALUE "00".
        01 SysLockStatus    PIC XX.
            88 SysLockOk    VALUE "00".
        01 LockDenied       PIC X.
            88 LockWasDenied VALUE "Y".

        01 BulkEof          PIC X.
        01 BulkLogEof       PIC X.
        01 TodaysDate       PIC 9(8).

        01 FileVerdict      PIC X    VALUE "R".
            88 FileAccepted  VALUE "A".
            88 FileRejected  VALUE "R".
        01 RejectReason     PIC X(60) VALUE SPACES.
        01 FileReasonCode   PIC X(2)  VALUE SPACES.
        01 FileReasonText   PIC X(40) VALUE SPACES.
        01 LinesCheckable   PIC X    VALUE "N".

        01 HeaderSeen       PIC X    VALUE "N".
        01 TrailerSeen      PIC X    VALUE "N".
        01 RecordsAfterTrl  PIC 9(6) VALUE 0.
        01 BadRecords       PIC 9(6) VALUE 0.

        01 FileDate         PIC 9(8)  VALUE 0.
        01 FileRef          PIC X(12) VALUE SPACES.
        01 DebitRaw         PIC X(5)  VALUE SPACES.
        01 HeaderTotal      PIC 9(9)V99 VALUE 0.
        01 DetailCount      PIC 9(6)  VALUE 0.
        01 HashTotal        PIC 9(13)V99 VALUE 0.
        01 TrailerCount     PIC 9(6)  VALUE 0.
        01 TrailerHash      PIC 9(13)V99 VALUE 0.

        01 DebitFound       PIC X     VALUE "N".
        01 DebitAccount     PIC 9(5)  VALUE 0.
        01 DebitName        PIC X(20) VALUE SPACES.
        01 DebitCurrency    PIC X(3)  VALUE SPACES.
        01 CreditAccount    PIC 9(5).
        01 AcctStatusWord   PIC X(6).

        01 BulkOperator     PIC X(8)  VALUE "BULKPAY".
        01 OperatorOk       PIC X     VALUE "N".
            88 OperatorIsOk VALUE "Y".
        01 OperatorLimit    PIC 9(7)V99 VALUE 0.

        01 LineSeq          PIC 9(6)  VALUE 0.
        01 LineFailures     PIC 9(6)  VALUE 0.
        01 LineCode         PIC X(2).
        01 LineText         PIC X(40).
        01 LineResult       PIC X(29).

        01 AmountValue      PIC 9(7)V99.
        01 FromCurrency     PIC X(3).
        01 ToCurrency       PIC X(3).
        01 WorkCurrency     PIC X(3).
        01 WorkRate         PIC 9(5)V9(6).
        01 FromRate         PIC 9(5)V9(6).
        01 ToRate           PIC 9(5)V9(6).
        01 RateFound        PIC X.
            88 RateIsFound  VALUE "Y".
        01 ToAmountValue    PIC 9(7)V99.
        01 BaseAmountValue  PIC 9(9)V99.

        01 HoldsOnFile      PIC X    VALUE "N".
        01 HoldsEof         PIC X.
        01 HeldAccount      PIC 9(5).
        01 HeldAmount       PIC 9(9)V99.
        01 AvailableBalance PIC S9(9)V99.

        01 BatchSeqNumber   PIC 9(6) VALUE 0.
        01 LastTransId      PIC 9(9) VALUE 0.
        01 PostedCount      PIC 9(6) VALUE 0.
        01 ControlTotal     PIC 9(11)V99 VALUE 0.
        01 ReturnedCount    PIC 9(6) VALUE 0.
        01 PostFailures     PIC 9(6) VALUE 0.
        01 ProbeTransId     PIC 9(9).
        01 ProbeCount       PIC 9(6).

        01 EditAmount       PIC 9(7).99.
        01 PrintCount       PIC ZZZZZ9.
        01 PrintHash        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 PrintBalance     PIC ---,---,--9.99.

        01 PageNumber       PIC 9(4) VALUE 0.
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "BULK PAYMENT ADVICE".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(9)  VALUE "File ref ".
            05 H2FileRef    PIC X(12).
            05 FILLER       PIC X(9)  VALUE "  dated  ".
            05 H2FileDate   PIC 9(8).
            05 FILLER       PIC X(8)  VALUE "  run   ".
            05 H2RunDate    PIC 9(8).

        01 DetailLine.
            05 DlSeq        PIC ZZZZZ9.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlAccount    PIC X(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlReference  PIC X(18).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlAmount     PIC Z,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlResult     PIC X(29).

PROCEDURE DIVISION.
    PERFORM AcquireSystemLock.
    IF LockWasDenied
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.

    OPEN INPUT BulkFile.
    IF NOT BulkFileOk
        CLOSE BulkFile
        DISPLAY "Bulk payment file bulk-pay.dat not found -- "
            "nothing to process."
        PERFORM ReleaseSystemLock
        STOP RUN
    END-IF.
    CLOSE BulkFile.

    PERFORM ProveControlTotals.

    OPEN OUTPUT PrintFile.
    PERFORM WritePageHeading.
    PERFORM WriteControlSection.

    OPEN I-O AcctMaster.
    IF AcctMasterNotFound
        OPEN OUTPUT AcctMaster
        CLOSE AcctMaster
        OPEN I-O AcctMaster
    END-IF.
    OPEN INPUT OperMaster.
    OPEN INPUT FxRateFile.
    OPEN INPUT HoldFile.
    IF HoldFileOk
        MOVE "Y" TO HoldsOnFile
    END-IF.

    IF FileReasonCode = SPACES
        PERFORM CheckAlreadyPosted
    END-IF.
    IF FileReasonCode = SPACES
        MOVE "Y" TO LinesCheckable
        PERFORM CheckBulkOperator
    END-IF.
    IF LinesCheckable = "Y"
        PERFORM CheckDebitAccount
        PERFORM ValidateCredits
    END-IF.
    IF FileReasonCode = SPACES AND LineFailures NOT = 0
        MOVE "18" TO FileReasonCode
        MOVE "BULK FILE REJECTED -- SEE OTHER LINES" TO FileReasonText
        MOVE LineFailures TO PrintCount
        STRING PrintCount " credit line(s) failed validation"
            DELIMITED BY SIZE INTO RejectReason
    END-IF.
    IF FileReasonCode = SPACES
        PERFORM CheckTransIdsFree
    END-IF.
    IF FileReasonCode = SPACES
        MOVE "A" TO FileVerdict
    END-IF.

    PERFORM WriteDebitSection.
    PERFORM PostOrReturnLines.
    PERFORM LogBulkRun.
    PERFORM WriteAdviceFooter.

    CLOSE PrintFile.
    CLOSE AcctMaster.
    CLOSE OperMaster.
    CLOSE FxRateFile.
    CLOSE HoldFile.
    PERFORM ReleaseSystemLock.

    IF FileRejected
        DISPLAY "*** Bulk file " FileRef " REJECTED -- " RejectReason
        DISPLAY "Nothing posted; " ReturnedCount
            " line(s) returned to suspense.dat; see bulkadv.prt."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF PostFailures NOT = 0
            DISPLAY "*** Bulk file " FileRef " PARTIALLY POSTED -- "
                "SEE OPERATOR: batch " BatchSeqNumber ", "
                PostedCount " credit(s) posted, " PostFailures
                " posting failure(s); see bulkadv.prt."
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "Bulk file " FileRef " posted as batch "
                BatchSeqNumber " -- " PostedCount
                " credit(s); see bulkadv.prt."
        END-IF
    END-IF.
    STOP RUN.

AcquireSystemLock.
    *> the posting files are single-writer: whoever holds
    *> syslock.dat has them, and everyone else is told who and since
    *> when instead of opening the files -- see syslock.cpy. A crash
    *> leaves the lock held; LockUtil clears it.
    MOVE "N" TO LockDenied.
    OPEN INPUT SysLockFile.
    IF SysLockOk
        READ SysLockFile
            AT END
                CONTINUE
            NOT AT END
                IF LockHeld
                    MOVE "Y" TO LockDenied
                END-IF
        END-READ
    END-IF.
    CLOSE SysLockFile.
    IF LockWasDenied
        DISPLAY "*** System files in use by " LockProgram
            " (operator " LockOperator ") since " LockDate " "
            LockTime " -- try again later, or clear a stale lock "
            "with LockUtil."
    ELSE
        MOVE "H" TO LockStatus
        MOVE "BULKPAY" TO LockProgram
        MOVE SPACES TO LockOperator
        ACCEPT LockDate FROM DATE YYYYMMDD
        ACCEPT LockTime FROM TIME
        OPEN OUTPUT SysLockFile
        WRITE SysLockRecord
        CLOSE SysLockFile
    END-IF.

ReleaseSystemLock.
    MOVE "F" TO LockStatus.
    MOVE "BULKPAY" TO LockProgram.
    ACCEPT LockDate FROM DATE YYYYMMDD.
    ACCEPT LockTime FROM TIME.
    OPEN OUTPUT SysLockFile.
    WRITE SysLockRecord.
    CLOSE SysLockFile.

ProveControlTotals.
    *> first pass: nothing is validated, let alone posted, until the
    *> file proves internally -- header first, trailer last, every
    *> detail counted and hashed, the trailer's figures matching ours
    *> and the header's debit total matching the details, so the
    *> debit taken is exactly the sum of the credits made
    MOVE "N" TO BulkEof.
    OPEN INPUT BulkFile.
    PERFORM ProveNextRecord UNTIL BulkEof = "Y".
    CLOSE BulkFile.

    EVALUATE TRUE
        WHEN HeaderSeen = "N"
            MOVE "no header record on file" TO RejectReason
        WHEN TrailerSeen = "N"
            MOVE "no trailer record on file" TO RejectReason
        WHEN RecordsAfterTrl NOT = 0
            MOVE "records found after the trailer" TO RejectReason
        WHEN BadRecords NOT = 0
            MOVE "unreadable records on file" TO RejectReason
        WHEN DetailCount = 0
            MOVE "no detail records on file" TO RejectReason
        WHEN DetailCount NOT = TrailerCount
            MOVE "record count does not match trailer"
                TO RejectReason
        WHEN HashTotal NOT = TrailerHash
            MOVE "hash total does not match trailer" TO RejectReason
        WHEN HashTotal NOT = HeaderTotal
            MOVE "header debit total does not match details"
                TO RejectReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF RejectReason NOT = SPACES
        MOVE "10" TO FileReasonCode
        MOVE "BULK FILE FAILED CONTROL PROOF" TO FileReasonText
    END-IF.

ProveNextRecord.
    READ BulkFile
        AT END
            MOVE "Y" TO BulkEof
        NOT AT END
            IF TrailerSeen = "Y"
                ADD 1 TO RecordsAfterTrl
            ELSE
                EVALUATE BhRecType
                    WHEN "H"
                        PERFORM ProveHeader
                    WHEN "D"
                        PERFORM ProveDetail
                    WHEN "T"
                        PERFORM ProveTrailer
                    WHEN OTHER
                        ADD 1 TO BadRecords
                END-EVALUATE
            END-IF
    END-READ.

ProveHeader.
    IF HeaderSeen = "Y" OR DetailCount NOT = 0
        ADD 1 TO BadRecords
    ELSE
        IF BhFileDate IS NOT NUMERIC OR BhDebitTotal IS NOT NUMERIC
            ADD 1 TO BadRecords
        ELSE
            MOVE "Y" TO HeaderSeen
            MOVE BhFileDate   TO FileDate
            MOVE BhFileRef    TO FileRef
            MOVE BhDebitAcct  TO DebitRaw
            MOVE BhDebitTotal TO HeaderTotal
        END-IF
    END-IF.

ProveDetail.
    IF HeaderSeen = "N" OR BdAmount IS NOT NUMERIC
        ADD 1 TO BadRecords
    ELSE
        ADD 1 TO DetailCount
        ADD BdAmount TO HashTotal
    END-IF.

ProveTrailer.
    IF BtRecCount IS NOT NUMERIC OR BtHashTotal IS NOT NUMERIC
        ADD 1 TO BadRecords
    ELSE
        MOVE "Y" TO TrailerSeen
        MOVE BtRecCount TO TrailerCount
        MOVE BtHashTotal TO TrailerHash
    END-IF.

CheckAlreadyPosted.
    *> a customer resending a file that already went through would
    *> pay every employee twice -- the same file reference for the
    *> same debit account is only ever posted once
    MOVE "N" TO BulkLogEof.
    OPEN INPUT BulkLogFile.
    IF NOT BulkLogOk
        MOVE "Y" TO BulkLogEof
    END-IF.
    PERFORM UNTIL BulkLogEof = "Y"
        READ BulkLogFile
            AT END
                MOVE "Y" TO BulkLogEof
            NOT AT END
                IF BlFileRef = FileRef AND BlDebitAcct = DebitRaw
                        AND (BlPosted OR BlPartial)
                    MOVE "11" TO FileReasonCode
                    MOVE "BULK FILE ALREADY POSTED" TO FileReasonText
                    IF BlPartial
                        STRING "file reference part-posted on "
                            BlRunDate " as batch " BlBatchSeq
                            DELIMITED BY SIZE INTO RejectReason
                    ELSE
                        STRING "file reference already posted on "
                            BlRunDate " as batch " BlBatchSeq
                            DELIMITED BY SIZE INTO RejectReason
                    END-IF
                    MOVE "Y" TO BulkLogEof
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BulkLogFile.

CheckTransIdsFree.
    *> the file takes the next DetailCount transaction numbers after
    *> transeq.dat's last; one already on transactions.dat means the
    *> counter is behind, and the file is refused whole rather than
    *> stopping part way through the batch
    PERFORM ObtainLastTransId.
    OPEN INPUT TransFile.
    IF TransFileOk
        MOVE LastTransId TO ProbeTransId
        PERFORM VARYING ProbeCount FROM 1 BY 1
                UNTIL ProbeCount > DetailCount
                OR FileReasonCode NOT = SPACES
            ADD 1 TO ProbeTransId
            MOVE ProbeTransId TO TransId
            READ TransFile
                INVALID KEY
                    CONTINUE
            END-READ
            IF TransFileStatus (1:1) = "0"
                MOVE "19" TO FileReasonCode
                MOVE "TRANSACTION NUMBERS ALREADY IN USE"
                    TO FileReasonText
                STRING "trans no. " ProbeTransId " already on file -- "
                    "transeq.dat behind" DELIMITED BY SIZE
                    INTO RejectReason
            END-IF
        END-PERFORM
        CLOSE TransFile
    ELSE
        *> no transactions.dat yet means every number is free
        IF NOT TransFileNotFound
            MOVE "19" TO FileReasonCode
            MOVE "TRANSACTION FILE NOT AVAILABLE" TO FileReasonText
            STRING "transactions.dat will not open (status "
                TransFileStatus ")" DELIMITED BY SIZE
                INTO RejectReason
        END-IF
    END-IF.

CheckBulkOperator.
    *> every posting carries BULKPAY, which must be set up on
    *> opermast.dat like any other operator; its limit caps a single
    *> credit, since a bulk file cannot wait line by line for approval
    MOVE "N" TO OperatorOk.
    MOVE 0 TO OperatorLimit.
    MOVE BulkOperator TO OperId.
    READ OperMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF OperMasterOk AND OperIsActive
        MOVE "Y" TO OperatorOk
        MOVE OperLimit TO OperatorLimit
    ELSE
        MOVE "07" TO FileReasonCode
        MOVE "OPERATOR NOT AUTHORIZED" TO FileReasonText
        MOVE "bulk operator BULKPAY is not authorized"
            TO RejectReason
    END-IF.

CheckDebitAccount.
    *> the debit account must cover the whole file from its available
    *> balance -- ledger less any holds in force -- in its own
    *> currency, which is the currency the header total is in
    MOVE SPACES TO DebitCurrency.
    IF DebitRaw IS NOT NUMERIC
        IF FileReasonCode = SPACES
            MOVE "01" TO FileReasonCode
            MOVE "INVALID FROM ACCOUNT FORMAT" TO FileReasonText
            MOVE "debit account is not a valid account number"
                TO RejectReason
        END-IF
    ELSE
        MOVE DebitRaw TO DebitAccount
        MOVE DebitAccount TO AcctNumber
        READ AcctMaster
            INVALID KEY
                CONTINUE
        END-READ
        IF NOT AcctMasterOk
            IF FileReasonCode = SPACES
                MOVE "12" TO FileReasonCode
                MOVE "DEBIT ACCOUNT NOT ON FILE" TO FileReasonText
                MOVE "debit account is not on the account master"
                    TO RejectReason
            END-IF
        ELSE
            MOVE "Y"          TO DebitFound
            MOVE AcctName     TO DebitName
            MOVE AcctCurrency TO DebitCurrency
            PERFORM CheckDebitStanding
        END-IF
    END-IF.
    MOVE DebitCurrency TO FromCurrency.

CheckDebitStanding.
    MOVE DebitAccount TO HeldAccount.
    PERFORM SumActiveHolds.
    COMPUTE AvailableBalance = AcctBalance - HeldAmount.
    MOVE DebitCurrency TO WorkCurrency.
    PERFORM LookUpFxRate.
    IF FileReasonCode = SPACES
        EVALUATE TRUE
            WHEN NOT AcctActive
                PERFORM SetAcctStatusWord
                MOVE "04" TO FileReasonCode
                MOVE "FROM ACCOUNT NOT ACTIVE" TO FileReasonText
                STRING "debit account is " AcctStatusWord
                    DELIMITED BY SIZE INTO RejectReason
            WHEN NOT RateIsFound
                MOVE "08" TO FileReasonCode
                MOVE "NO EXCHANGE RATE FOR CURRENCY"
                    TO FileReasonText
                STRING "no exchange rate on file for debit currency "
                    DebitCurrency DELIMITED BY SIZE INTO RejectReason
            WHEN AcctBalance < HeaderTotal
                MOVE "13" TO FileReasonCode
                MOVE "DEBIT ACCOUNT INSUFFICIENT FUNDS"
                    TO FileReasonText
                MOVE "debit account balance does not cover the file"
                    TO RejectReason
            WHEN AvailableBalance < HeaderTotal
                MOVE "09" TO FileReasonCode
                MOVE "FUNDS HELD -- AVAILABLE BALANCE SHORT"
                    TO FileReasonText
                MOVE "funds held -- available balance does not cover "
                    & "the file" TO RejectReason
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

ValidateCredits.
    *> second pass: every credit line is checked against the masters
    *> and counted if it fails; nothing is written yet
    MOVE 0 TO LineFailures.
    MOVE "N" TO BulkEof.
    OPEN INPUT BulkFile.
    PERFORM UNTIL BulkEof = "Y"
        READ BulkFile
            AT END
                MOVE "Y" TO BulkEof
            NOT AT END
                IF BdRecType = "D"
                    PERFORM CheckCreditLine
                    IF LineCode NOT = SPACES
                        ADD 1 TO LineFailures
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BulkFile.

CheckCreditLine.
    *> leaves LineCode/LineText spaces for a line that would post,
    *> with ToAmountValue and BaseAmountValue resolved for it
    MOVE SPACES TO LineCode.
    MOVE SPACES TO LineText.
    EVALUATE TRUE
        WHEN BdCreditAcct IS NOT NUMERIC
            MOVE "02" TO LineCode
            MOVE "INVALID TO ACCOUNT FORMAT" TO LineText
        WHEN BdAmount IS NOT NUMERIC
            MOVE "03" TO LineCode
            MOVE "INVALID AMOUNT FORMAT" TO LineText
        WHEN BdAmount = 0
            MOVE "16" TO LineCode
            MOVE "AMOUNT MUST BE GREATER THAN ZERO" TO LineText
        WHEN BdCreditAcct = DebitRaw
            MOVE "15" TO LineCode
            MOVE "CREDIT ACCOUNT IS THE DEBIT ACCOUNT" TO LineText
        WHEN OperatorIsOk AND BdAmount > OperatorLimit
            MOVE "17" TO LineCode
            MOVE "AMOUNT OVER BULK OPERATOR LIMIT" TO LineText
        WHEN OTHER
            PERFORM CheckCreditAccount
    END-EVALUATE.

CheckCreditAccount.
    MOVE BdCreditAcct TO CreditAccount.
    MOVE BdAmount TO AmountValue.
    MOVE CreditAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT AcctMasterOk
        MOVE "14" TO LineCode
        MOVE "TO ACCOUNT NOT ON FILE" TO LineText
    ELSE
        IF NOT AcctActive
            MOVE "05" TO LineCode
            MOVE "TO ACCOUNT NOT ACTIVE" TO LineText
        ELSE
            MOVE AcctCurrency TO ToCurrency
            PERFORM ResolveCurrencies
        END-IF
    END-IF.

ResolveCurrencies.
    *> as SeqWrite: the amount is debited in the debit account's
    *> currency, credited in the credit account's own, and fixed in
    *> base currency at today's rate; a missing rate refuses the line
    MOVE FromCurrency TO WorkCurrency.
    PERFORM LookUpFxRate.
    IF NOT RateIsFound
        MOVE "08" TO LineCode
        MOVE "NO EXCHANGE RATE FOR CURRENCY" TO LineText
    ELSE
        MOVE WorkRate TO FromRate
        COMPUTE BaseAmountValue ROUNDED = AmountValue * FromRate
        IF FromCurrency = ToCurrency
            MOVE AmountValue TO ToAmountValue
        ELSE
            MOVE ToCurrency TO WorkCurrency
            PERFORM LookUpFxRate
            IF NOT RateIsFound
                MOVE "08" TO LineCode
                MOVE "NO EXCHANGE RATE FOR CURRENCY" TO LineText
            ELSE
                MOVE WorkRate TO ToRate
                COMPUTE ToAmountValue ROUNDED =
                    BaseAmountValue / ToRate
            END-IF
        END-IF
    END-IF.

LookUpFxRate.
    *> spaces are the base currency and convert at 1 without a
    *> record; anything else must be on fxrate.dat and active
    MOVE "N" TO RateFound.
    MOVE 1 TO WorkRate.
    IF WorkCurrency = SPACES
        MOVE "Y" TO RateFound
    ELSE
        MOVE WorkCurrency TO FxCurrency
        READ FxRateFile
            INVALID KEY
                CONTINUE
        END-READ
        IF FxRateOk AND FxActive
            MOVE FxRate TO WorkRate
            MOVE "Y" TO RateFound
        END-IF
    END-IF.

PostOrReturnLines.
    *> third pass: an accepted file posts every line under one batch
    *> header and trailer; a refused one sends every line to suspense.
    *> Either way each line goes on the advice.
    PERFORM WriteColumnHeadings.
    IF FileAccepted
        PERFORM ObtainBatchSeqNumber
        PERFORM ObtainLastTransId
        OPEN EXTEND BatchCtlFile
        OPEN I-O TransFile
        IF TransFileNotFound
            OPEN OUTPUT TransFile
            CLOSE TransFile
            OPEN I-O TransFile
        END-IF
        MOVE "H"            TO HdrRecType
        MOVE TodaysDate     TO HdrBatchDate
        MOVE BatchSeqNumber TO HdrBatchSeq
        WRITE BatchHeaderRecord
    ELSE
        OPEN EXTEND SuspenseFile
    END-IF.

    MOVE 0 TO LineSeq.
    MOVE "N" TO BulkEof.
    OPEN INPUT BulkFile.
    PERFORM UNTIL BulkEof = "Y"
        READ BulkFile
            AT END
                MOVE "Y" TO BulkEof
            NOT AT END
                IF BdRecType = "D"
                    ADD 1 TO LineSeq
                    PERFORM PostOrReturnOneLine
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BulkFile.

    IF FileAccepted
        MOVE "T"          TO TrlRecType
        MOVE PostedCount  TO TrlRecordCount
        MOVE ControlTotal TO TrlControlTotal
        WRITE BatchTrailerRecord
        CLOSE BatchCtlFile
        CLOSE TransFile
        PERFORM SaveLastTransId
    ELSE
        CLOSE SuspenseFile
    END-IF.

PostOrReturnOneLine.
    MOVE SPACES TO LineCode.
    MOVE SPACES TO LineText.
    IF LinesCheckable = "Y"
        PERFORM CheckCreditLine
    END-IF.
    IF FileAccepted
        PERFORM PostCreditLine
    ELSE
        IF LineCode = SPACES
            MOVE FileReasonCode TO LineCode
            MOVE FileReasonText TO LineText
        END-IF
        PERFORM ReturnLineToSuspense
    END-IF.

    MOVE SPACES TO DetailLine.
    MOVE LineSeq      TO DlSeq.
    MOVE BdCreditAcct TO DlAccount.
    MOVE BdReference  TO DlReference.
    IF BdAmount IS NUMERIC
        MOVE BdAmount TO DlAmount
    ELSE
        MOVE 0 TO DlAmount
    END-IF.
    MOVE LineResult   TO DlResult.
    MOVE DetailLine   TO PrintLine.
    PERFORM WriteOneLine.
    IF FileRejected
        MOVE SPACES TO PrintLine
        STRING "        " LineText DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.

PostCreditLine.
    ADD 1 TO LastTransId.
    MOVE LastTransId     TO TransId.
    MOVE 0               TO RefTransId.
    MOVE "D"             TO DetRecType.
    MOVE BulkOperator    TO OperatorId.
    MOVE DebitAccount    TO FromAccount.
    MOVE CreditAccount   TO ToAccount.
    MOVE AmountValue     TO Amount.
    MOVE DebitCurrency   TO TranCurrency.
    MOVE ToAmountValue   TO TranToAmount.
    MOVE BaseAmountValue TO TranBaseAmount.
    ACCEPT EntryDate FROM DATE YYYYMMDD.
    ACCEPT EntryTime FROM TIME.

    WRITE TransactionDetails
        INVALID KEY
            DISPLAY "Bulk line " LineSeq " -- duplicate transaction "
                "ID, record not written."
    END-WRITE.
    IF TransFileOk
        PERFORM UpdateBalances
        ADD 1 TO PostedCount
        ADD AmountValue TO ControlTotal
        MOVE SPACES TO LineResult
        STRING "POSTED AS TRANS " TransId
            DELIMITED BY SIZE INTO LineResult
    ELSE
        ADD 1 TO PostFailures
        MOVE "NOT WRITTEN -- SEE OPERATOR" TO LineResult
    END-IF.

ReturnLineToSuspense.
    MOVE SPACES TO SuspenseRecord.
    MOVE DebitRaw     TO SuspRawFrom.
    MOVE BdCreditAcct TO SuspRawTo.
    IF BdAmount IS NUMERIC
        MOVE BdAmount TO EditAmount
        MOVE EditAmount TO SuspRawAmount
    ELSE
        MOVE BulkDetailRecord (7:9) TO SuspRawAmount
    END-IF.
    MOVE LineCode     TO SuspReasonCode.
    MOVE LineText     TO SuspReasonText.
    MOVE BulkOperator TO SuspOperatorId.
    MOVE "BULKPAY"    TO SuspSource.
    ACCEPT SuspEntryDate FROM DATE YYYYMMDD.
    ACCEPT SuspEntryTime FROM TIME.
    MOVE "O"    TO SuspStatus.
    MOVE SPACES TO SuspResolvedBy.
    MOVE 0      TO SuspResolvedDate.
    MOVE 0      TO SuspResolvedTime.
    MOVE SPACES TO SuspResolveText.
    WRITE SuspenseRecord.
    ADD 1 TO ReturnedCount.
    MOVE SPACES TO LineResult.
    STRING "RETURNED -- REASON " LineCode
        DELIMITED BY SIZE INTO LineResult.

UpdateBalances.
    MOVE FromAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    COMPUTE AcctBalance = AcctBalance - AmountValue.
    REWRITE AcctMasterRecord
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF NOT AcctMasterOk
        ADD 1 TO PostFailures
    END-IF.

    MOVE ToAccount TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    COMPUTE AcctBalance = AcctBalance + ToAmountValue.
    REWRITE AcctMasterRecord
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF NOT AcctMasterOk
        ADD 1 TO PostFailures
    END-IF.

LogBulkRun.
    MOVE FileRef     TO BlFileRef.
    MOVE DebitRaw    TO BlDebitAcct.
    MOVE FileDate    TO BlFileDate.
    MOVE TodaysDate  TO BlRunDate.
    ACCEPT BlRunTime FROM TIME.
    MOVE DetailCount TO BlLineCount.
    MOVE HeaderTotal TO BlTotal.
    IF FileAccepted
        IF PostFailures = 0
            MOVE "P" TO BlOutcome
        ELSE
            MOVE "X" TO BlOutcome
        END-IF
        MOVE BatchSeqNumber TO BlBatchSeq
    ELSE
        MOVE "R" TO BlOutcome
        MOVE 0 TO BlBatchSeq
    END-IF.
    OPEN EXTEND BulkLogFile.
    WRITE BulkLogRecord.
    CLOSE BulkLogFile.

ObtainBatchSeqNumber.
    *> batchseq.dat holds the sequence number of the last batch run,
    *> so this file's header gets a number one higher than the last
    MOVE 0 TO BatchSeqNumber.
    OPEN INPUT BatchSeqFile.
    IF BatchSeqOk
        READ BatchSeqFile
            AT END
                CONTINUE
            NOT AT END
                MOVE BatchSeqValue TO BatchSeqNumber
        END-READ
    END-IF.
    CLOSE BatchSeqFile.

    ADD 1 TO BatchSeqNumber.
    MOVE BatchSeqNumber TO BatchSeqValue.
    OPEN OUTPUT BatchSeqFile.
    WRITE BatchSeqRecord.
    CLOSE BatchSeqFile.

ObtainLastTransId.
    MOVE 0 TO LastTransId.
    OPEN INPUT TransSeqFile.
    IF TransSeqOk
        READ TransSeqFile
            AT END
                CONTINUE
            NOT AT END
                MOVE TransSeqValue TO LastTransId
        END-READ
    END-IF.
    CLOSE TransSeqFile.

SaveLastTransId.
    MOVE LastTransId TO TransSeqValue.
    OPEN OUTPUT TransSeqFile.
    WRITE TransSeqRecord.
    CLOSE TransSeqFile.

SetAcctStatusWord.
    EVALUATE TRUE
        WHEN AcctFrozen
            MOVE "FROZEN" TO AcctStatusWord
        WHEN AcctClosed
            MOVE "CLOSED" TO AcctStatusWord
        WHEN OTHER
            MOVE "ACTIVE" TO AcctStatusWord
    END-EVALUATE.

SumActiveHolds.
    *> total of the holds in force on HeldAccount (see holds.cpy) --
    *> active and not past their expiry date; no holds file means
    *> nothing is held
    MOVE 0 TO HeldAmount.
    IF HoldsOnFile = "Y"
        MOVE "N" TO HoldsEof
        MOVE HeldAccount TO HldAcctNumber
        START HoldFile KEY IS = HldAcctNumber
            INVALID KEY
                MOVE "Y" TO HoldsEof
        END-START
        PERFORM UNTIL HoldsEof = "Y"
            READ HoldFile NEXT RECORD
                AT END
                    MOVE "Y" TO HoldsEof
                NOT AT END
                    IF HldAcctNumber NOT = HeldAccount
                        MOVE "Y" TO HoldsEof
                    ELSE
                        IF HldActive AND (HldExpiryDate = 0
                                OR HldExpiryDate >= TodaysDate)
                            ADD HldAmount TO HeldAmount
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE FileRef    TO H2FileRef.
    MOVE FileDate   TO H2FileDate.
    MOVE TodaysDate TO H2RunDate.

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

WriteControlSection.
    MOVE DetailCount TO PrintCount.
    MOVE SPACES TO PrintLine.
    STRING "Details counted    " PrintCount DELIMITED BY SIZE
        INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE TrailerCount TO PrintCount.
    MOVE SPACES TO PrintLine.
    STRING "Trailer count      " PrintCount DELIMITED BY SIZE
        INTO PrintLine.
    PERFORM WriteOneLine.

    MOVE HashTotal TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Hash computed      " PrintHash DELIMITED BY SIZE
        INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE TrailerHash TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Trailer hash       " PrintHash DELIMITED BY SIZE
        INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE HeaderTotal TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Header debit total " PrintHash DELIMITED BY SIZE
        INTO PrintLine.
    PERFORM WriteOneLine.

WriteDebitSection.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    STRING "Debit account " DebitRaw "  " DebitName
        "  currency " DebitCurrency
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    IF DebitFound = "Y"
        MOVE AvailableBalance TO PrintBalance
        MOVE SPACES TO PrintLine
        STRING "Available before posting   " PrintBalance
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.

WriteColumnHeadings.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "   Seq  Acct   Reference                 Amount  Result"
        TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "------  -----  ------------------  ------------  "
        & "-----------------------------" TO PrintLine.
    PERFORM WriteOneLine.

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

WriteAdviceFooter.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    IF FileAccepted
        MOVE SPACES TO PrintLine
        IF PostFailures = 0
            STRING "*** FILE POSTED AS BATCH " BatchSeqNumber
                DELIMITED BY SIZE INTO PrintLine
        ELSE
            STRING "*** PARTIALLY POSTED -- SEE OPERATOR (BATCH "
                BatchSeqNumber ")" DELIMITED BY SIZE INTO PrintLine
        END-IF
        PERFORM WriteOneLine
        IF PostFailures NOT = 0
            MOVE PostFailures TO PrintCount
            MOVE SPACES TO PrintLine
            STRING "Posting failures   " PrintCount DELIMITED BY SIZE
                INTO PrintLine
            PERFORM WriteOneLine
        END-IF
        MOVE PostedCount TO PrintCount
        MOVE SPACES TO PrintLine
        STRING "Credits posted     " PrintCount DELIMITED BY SIZE
            INTO PrintLine
        PERFORM WriteOneLine
        MOVE ControlTotal TO PrintHash
        MOVE SPACES TO PrintLine
        STRING "Amount debited     " PrintHash DELIMITED BY SIZE
            INTO PrintLine
        PERFORM WriteOneLine
    ELSE
        MOVE SPACES TO PrintLine
        STRING "*** FILE REJECTED -- " RejectReason
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
        MOVE "*** NO PAYMENTS WERE MADE. Please correct and resend "
            & "the whole file." TO PrintLine
        PERFORM WriteOneLine
        MOVE ReturnedCount TO PrintCount
        MOVE SPACES TO PrintLine
        STRING "Lines returned     " PrintCount DELIMITED BY SIZE
            INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
