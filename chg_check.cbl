*> Dual-control checker: walks the pending changes on chgqueue.dat
*> lodged by AcctMaint, RateMaint, FxMaint, XrefMaint and StdMaint and
*> lets a supervisor approve or decline each one. The checker must be
*> an active supervisor on opermast.dat and can never approve a change
*> they lodged themselves -- those are left for another supervisor.
*> An approved change is applied to its target file; account changes
*> are also journalled on acctjrnl.dat (maker and approver both) and
*> any balance keyed is logged on acctopen.dat exactly as AcctMaint
*> used to. Before applying, the target record is read back and
*> compared with the before image lodged with the change: if somebody
*> else's change got there first the item is declined as stale for
*> the maker to re-key, rather than silently overwriting it. Account
*> changes compare only the maintained fields, since postings move
*> the balance all day -- unless the change keys a new balance, in
*> which case the balance must also be as the maker saw it. The
*> close-at-zero and currency rules are checked again against the
*> account as it stands, and a cross-reference designated outbound
*> is refused if another active outbound entry already points at the
*> same account. Takes the system lock, since it updates
*> acctmast.dat.
IDENTIFICATION DIVISION.
    PROGRAM-ID. ChgCheck.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL ChgFile ASSIGN TO "chgqueue.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ChgId
                FILE STATUS IS ChgFileStatus.
            SELECT AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OPTIONAL AcctOpenFile ASSIGN TO "acctopen.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL AcctJrnlFile ASSIGN TO "acctjrnl.dat"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RateFile ASSIGN TO "ratetabl.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RateKey
                FILE STATUS IS RateFileStatus.
            SELECT FxRateFile ASSIGN TO "fxrate.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FxCurrency
                FILE STATUS IS FxRateStatus.
            SELECT XrefFile ASSIGN TO "acctxref.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XrefPartnerAcct
                FILE STATUS IS XrefFileStatus.
            SELECT StdOrderFile ASSIGN TO "standord.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS StdOrderId
                FILE STATUS IS StdOrderStatus.
            SELECT OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.
            SELECT OPTIONAL SysLockFile ASSIGN TO "syslock.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SysLockStatus.

DATA DIVISION.
    FILE SECTION.
        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD AcctOpenFile.
        01 AcctOpenRecord.
            COPY "acctopen.cpy".

        FD AcctJrnlFile.
        01 AcctJrnlRecord.
            COPY "acctjrnl.cpy".

        FD RateFile.
        01 RateRecord.
            COPY "ratetabl.cpy".

        FD FxRateFile.
        01 FxRateRecord.
            COPY "fxrate.cpy".

        FD XrefFile.
        01 XrefRecord.
            COPY "acctxref.cpy".

        FD StdOrderFile.
        01 StdOrderRecord.
            COPY "standord.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD SysLockFile.
        01 SysLockRecord.
            COPY "syslock.cpy".

    WORKING-STORAGE SECTION.
        01 ChgFileStatus    PIC XX.
            88 ChgFileOk        VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 AcctMasterNotFound VALUE "35".
        01 RateFileStatus   PIC XX.
            88 RateFileOk       VALUE "00".
            88 RateFileNotFound VALUE "35".
        01 FxRateStatus     PIC XX.
            88 FxRateOk       VALUE "00".
            88 FxRateNotFound VALUE "35".
        01 XrefFileStatus   PIC XX.
            88 XrefFileOk       VALUE "00".
            88 XrefFileNotFound VALUE "35".
        01 StdOrderStatus   PIC XX.
            88 StdOrderOk       VALUE "00".
            88 StdOrderNotFound VALUE "35".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".

        01 ChgEof           PIC X.
        01 TodaysDate       PIC 9(8).
        01 SupervisorId     PIC X(8).
        01 ValidEntry       PIC X.
            88 EntryIsValid VALUE "Y".
        01 CheckAction      PIC X.
        01 DeclineText      PIC X(30).
        01 ActionWord       PIC X(8).
        01 ChangeValid      PIC X.
            88 ChangeIsValid VALUE "Y".
        01 RefusalReason    PIC X(30).
        01 XrefScanEof      PIC X.
        01 OutboundAccount  PIC 9(5).
        01 OutboundPartner  PIC X(12).

        01 PendingCount     PIC 9(6) VALUE 0.
        01 ApprovedCount    PIC 9(6) VALUE 0.
        01 DeclinedCount    PIC 9(6) VALUE 0.
        01 SkippedCount     PIC 9(6) VALUE 0.

        *> working copies of the lodged account images -- the field
        *> names can't be COPYed a second time without qualifying
        *> every reference, so the acctmast.cpy layout is mirrored here
        01 BeforeAcct.
            05 BfAcctNumber     PIC 9(5).
            05 BfAcctName       PIC X(20).
            05 BfAcctBalance    PIC 9(7)V99.
            05 BfAcctStatus     PIC X.
            05 BfAcctCustId     PIC 9(6).
            05 BfAcctCurrency   PIC X(3).
            05 BfAcctStmtCycle  PIC X(2).
            05 BfAcctStmtNumber PIC 9(6).
        01 AfterAcct.
            05 AfAcctNumber     PIC 9(5).
            05 AfAcctName       PIC X(20).
            05 AfAcctBalance    PIC 9(7)V99.
            05 AfAcctStatus     PIC X.
            05 AfAcctCustId     PIC 9(6).
            05 AfAcctCurrency   PIC X(3).
            05 AfAcctStmtCycle  PIC X(2).
            05 AfAcctStmtNumber PIC 9(6).

        01 OldAcctName      PIC X(20).
        01 OldAcctBalance   PIC 9(7)V99.
        01 OldAcctStatus    PIC X.
        01 OpeningDelta     PIC S9(9)V99.

        01 SysLockStatus    PIC XX.
            88 SysLockOk    VALUE "00".
        01 LockDenied       PIC X.
            88 LockWasDenied VALUE "Y".

PROCEDURE DIVISION.
    PERFORM CountPendingChanges.
    IF PendingCount = 0
        DISPLAY "No changes pending approval -- nothing to check."
        STOP RUN
    END-IF.

    DISPLAY PendingCount " changes pending approval.".
    DISPLAY "Supervisor > " WITH NO ADVANCING.
    ACCEPT SupervisorId.

    OPEN INPUT OperMaster.
    PERFORM ValidateSupervisor.
    IF NOT EntryIsValid
        CLOSE OperMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE OperMaster.

    PERFORM AcquireSystemLock.
    IF LockWasDenied
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    OPEN I-O ChgFile.
    OPEN I-O AcctMaster.
    IF AcctMasterNotFound
        OPEN OUTPUT AcctMaster
        CLOSE AcctMaster
        OPEN I-O AcctMaster
    END-IF.
    OPEN I-O RateFile.
    IF RateFileNotFound
        OPEN OUTPUT RateFile
        CLOSE RateFile
        OPEN I-O RateFile
    END-IF.
    OPEN I-O FxRateFile.
    IF FxRateNotFound
        OPEN OUTPUT FxRateFile
        CLOSE FxRateFile
        OPEN I-O FxRateFile
    END-IF.
    OPEN I-O XrefFile.
    IF XrefFileNotFound
        OPEN OUTPUT XrefFile
        CLOSE XrefFile
        OPEN I-O XrefFile
    END-IF.
    OPEN I-O StdOrderFile.
    IF StdOrderNotFound
        OPEN OUTPUT StdOrderFile
        CLOSE StdOrderFile
        OPEN I-O StdOrderFile
    END-IF.
    *> a target file that will not open is never recreated over --
    *> the run stops before anything is approved
    IF NOT AcctMasterOk OR NOT RateFileOk OR NOT FxRateOk
            OR NOT XrefFileOk OR NOT StdOrderOk
            OR ChgFileStatus (1:1) NOT = "0"
        DISPLAY "*** ERROR: files will not open -- chgqueue "
            ChgFileStatus ", acctmast " AcctMasterStatus
            ", ratetabl " RateFileStatus ", fxrate " FxRateStatus
            ", acctxref " XrefFileStatus ", standord " StdOrderStatus
        PERFORM ReleaseSystemLock
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND AcctOpenFile.
    OPEN EXTEND AcctJrnlFile.

    DISPLAY "Enter A to approve, D to decline, S to skip, Q to quit.".
    MOVE "N" TO ChgEof.
    PERFORM CheckNextChange UNTIL ChgEof = "Y".

    CLOSE ChgFile.
    CLOSE AcctMaster.
    CLOSE RateFile.
    CLOSE FxRateFile.
    CLOSE XrefFile.
    CLOSE StdOrderFile.
    CLOSE AcctOpenFile.
    CLOSE AcctJrnlFile.
    PERFORM ReleaseSystemLock.
    DISPLAY "Change check complete -- " ApprovedCount " approved, "
        DeclinedCount " declined, " SkippedCount " skipped.".
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
        MOVE "CHGCHECK" TO LockProgram
        MOVE SupervisorId TO LockOperator
        ACCEPT LockDate FROM DATE YYYYMMDD
        ACCEPT LockTime FROM TIME
        OPEN OUTPUT SysLockFile
        WRITE SysLockRecord
        CLOSE SysLockFile
    END-IF.

ReleaseSystemLock.
    MOVE "F" TO LockStatus.
    MOVE "CHGCHECK" TO LockProgram.
    ACCEPT LockDate FROM DATE YYYYMMDD.
    ACCEPT LockTime FROM TIME.
    OPEN OUTPUT SysLockFile.
    WRITE SysLockRecord.
    CLOSE SysLockFile.

ValidateSupervisor.
    MOVE "N" TO ValidEntry.
    MOVE SupervisorId TO OperId.
    READ OperMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT OperMasterOk
        DISPLAY "Operator " SupervisorId
            " is not on the operator master."
    ELSE
        IF NOT OperIsActive
            DISPLAY "Operator " SupervisorId " is not active."
        ELSE
            IF NOT OperIsSupervisor
                DISPLAY "Operator " SupervisorId
                    " is not a supervisor."
            ELSE
                MOVE "Y" TO ValidEntry
            END-IF
        END-IF
    END-IF.

CountPendingChanges.
    *> ChgFile is OPTIONAL -- until a maintenance program has lodged
    *> something there is no queue and nothing to check
    MOVE "N" TO ChgEof.
    OPEN INPUT ChgFile.
    PERFORM UNTIL ChgEof = "Y"
        READ ChgFile NEXT RECORD
            AT END
                MOVE "Y" TO ChgEof
            NOT AT END
                IF ChgPending
                    ADD 1 TO PendingCount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ChgFile.

CheckNextChange.
    READ ChgFile NEXT RECORD
        AT END
            MOVE "Y" TO ChgEof
        NOT AT END
            IF ChgPending
                PERFORM ReviewChange
            END-IF
    END-READ.

ReviewChange.
    PERFORM SetChgActionWord.
    DISPLAY " ".
    DISPLAY "Change " ChgId " " ChgTarget " " ActionWord " " ChgKey
        " keyed by " ChgMakerId " on " ChgMakerDate " " ChgMakerTime.
    PERFORM ShowChangeImages.

    IF ChgMakerId = SupervisorId
        DISPLAY "  Lodged by you -- it needs another supervisor's "
            "approval."
        ADD 1 TO SkippedCount
    ELSE
        DISPLAY "  Action (A/D/S/Q) > " WITH NO ADVANCING
        ACCEPT CheckAction
        EVALUATE CheckAction
            WHEN "A"
            WHEN "a"
                PERFORM ApproveChange
            WHEN "D"
            WHEN "d"
                DISPLAY "  Reason > " WITH NO ADVANCING
                ACCEPT DeclineText
                PERFORM DeclineChange
            WHEN "Q"
            WHEN "q"
                ADD 1 TO SkippedCount
                MOVE "Y" TO ChgEof
            WHEN OTHER
                ADD 1 TO SkippedCount
        END-EVALUATE
    END-IF.

SetChgActionWord.
    EVALUATE TRUE
        WHEN ChgAdd
            MOVE "ADD" TO ActionWord
        WHEN ChgUpdate
            MOVE "UPDATE" TO ActionWord
        WHEN ChgFreeze
            MOVE "FREEZE" TO ActionWord
        WHEN ChgUnfreeze
            MOVE "UNFREEZE" TO ActionWord
        WHEN ChgClose
            MOVE "CLOSE" TO ActionWord
        WHEN ChgCancel
            MOVE "CANCEL" TO ActionWord
        WHEN OTHER
            MOVE "?" TO ActionWord
    END-EVALUATE.

ShowChangeImages.
    *> the images are the target file's own layout, so each is shown
    *> through that file's record area -- nothing has been read into
    *> it yet for this change
    EVALUATE TRUE
        WHEN ChgForAccount
            MOVE ChgBeforeImage TO BeforeAcct
            MOVE ChgAfterImage  TO AfterAcct
            IF ChgHadBefore
                DISPLAY "  before: " BfAcctName " balance "
                    BfAcctBalance " status " BfAcctStatus " cust "
                    BfAcctCustId " ccy " BfAcctCurrency " cycle "
                    BfAcctStmtCycle
            ELSE
                DISPLAY "  before: (new account)"
            END-IF
            DISPLAY "  after:  " AfAcctName " balance "
                AfAcctBalance " status " AfAcctStatus " cust "
                AfAcctCustId " ccy " AfAcctCurrency " cycle "
                AfAcctStmtCycle
        WHEN ChgForRate
            IF ChgHadBefore
                MOVE ChgBeforeImage TO RateRecord
                DISPLAY "  before: rate " RateMonthlyPct " pct  fee "
                    RateMonthlyFee " status " RateStatus
            ELSE
                DISPLAY "  before: (new entry)"
            END-IF
            MOVE ChgAfterImage TO RateRecord
            DISPLAY "  after:  rate " RateMonthlyPct " pct  fee "
                RateMonthlyFee " status " RateStatus
        WHEN ChgForFxRate
            IF ChgHadBefore
                MOVE ChgBeforeImage TO FxRateRecord
                DISPLAY "  before: rate " FxRate " as of " FxRateDate
                    " status " FxStatus
            ELSE
                DISPLAY "  before: (new rate)"
            END-IF
            MOVE ChgAfterImage TO FxRateRecord
            DISPLAY "  after:  rate " FxRate " status " FxStatus
        WHEN ChgForXref
            IF ChgHadBefore
                MOVE ChgBeforeImage TO XrefRecord
                DISPLAY "  before: -> " XrefOurAccount " status "
                    XrefStatus " outbound " XrefOutbound
            ELSE
                DISPLAY "  before: (new cross-reference)"
            END-IF
            MOVE ChgAfterImage TO XrefRecord
            DISPLAY "  after:  -> " XrefOurAccount " status "
                XrefStatus " outbound " XrefOutbound
        WHEN ChgForStdOrder
            IF ChgHadBefore
                MOVE ChgBeforeImage TO StdOrderRecord
                PERFORM ShowStdOrderImage
            ELSE
                DISPLAY "  before: (new order)"
            END-IF
            MOVE ChgAfterImage TO StdOrderRecord
            PERFORM ShowStdOrderImage
    END-EVALUATE.

ShowStdOrderImage.
    DISPLAY "  " StdFromAccount " to " StdToAccount " amount "
        StdAmount " freq " StdFrequency " next " StdNextDue " end "
        StdEndDate " roll " StdRollRule " status " StdStatus.

ApproveChange.
    MOVE "Y" TO ChangeValid.
    MOVE SPACES TO RefusalReason.
    EVALUATE TRUE
        WHEN ChgForAccount
            PERFORM ApplyAccountChange
        WHEN ChgForRate
            PERFORM ApplyRateChange
        WHEN ChgForFxRate
            PERFORM ApplyFxRateChange
        WHEN ChgForXref
            PERFORM ApplyXrefChange
        WHEN ChgForStdOrder
            PERFORM ApplyStdOrderChange
        WHEN OTHER
            MOVE "N" TO ChangeValid
            MOVE "UNKNOWN TARGET FILE" TO RefusalReason
    END-EVALUATE.

    IF ChangeIsValid
        MOVE "A" TO ChgStatus
        MOVE SPACES TO ChgDeclineReason
        PERFORM StampChecker
        ADD 1 TO ApprovedCount
        DISPLAY "  Change " ChgId " approved and applied."
    ELSE
        *> a change that can no longer be applied as keyed goes back
        *> to the maker to re-key against the record as it now stands
        DISPLAY "  *** " RefusalReason
        MOVE RefusalReason TO DeclineText
        PERFORM DeclineChange
    END-IF.

DeclineChange.
    MOVE "D" TO ChgStatus.
    MOVE DeclineText TO ChgDeclineReason.
    PERFORM StampChecker.
    ADD 1 TO DeclinedCount.
    DISPLAY "  Change " ChgId " declined.".

StampChecker.
    MOVE SupervisorId TO ChgCheckerId.
    ACCEPT ChgCheckerDate FROM DATE YYYYMMDD.
    ACCEPT ChgCheckerTime FROM TIME.
    REWRITE ChgRecord
        INVALID KEY
            DISPLAY "Unable to update change " ChgId
    END-REWRITE.

ApplyAccountChange.
    MOVE ChgBeforeImage TO BeforeAcct.
    MOVE ChgAfterImage  TO AfterAcct.
    MOVE AfAcctNumber TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.

    IF ChgHadBefore
        IF NOT AcctMasterOk
            MOVE "N" TO ChangeValid
            MOVE "ACCOUNT NO LONGER ON MASTER" TO RefusalReason
        ELSE
            IF AcctName NOT = BfAcctName
                    OR AcctStatus NOT = BfAcctStatus
                    OR AcctCustId NOT = BfAcctCustId
                    OR AcctCurrency NOT = BfAcctCurrency
                    OR AcctStmtCycle NOT = BfAcctStmtCycle
                    OR (AfAcctBalance NOT = BfAcctBalance
                        AND AcctBalance NOT = BfAcctBalance)
                MOVE "N" TO ChangeValid
                MOVE "ACCOUNT CHANGED SINCE LODGED" TO RefusalReason
            ELSE
                PERFORM RecheckAccountRules
                IF ChangeIsValid
                    PERFORM UpdateAccountFromChange
                END-IF
            END-IF
        END-IF
    ELSE
        IF AcctMasterOk
            MOVE "N" TO ChangeValid
            MOVE "ACCOUNT ADDED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE 0      TO OldAcctBalance
            MOVE SPACES TO OldAcctName
            MOVE SPACE  TO OldAcctStatus
            MOVE AfterAcct TO AcctMasterRecord
            WRITE AcctMasterRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO ADD ACCOUNT" TO RefusalReason
            END-WRITE
            IF NOT AcctMasterOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO ADD ACCOUNT" TO RefusalReason
            END-IF
            IF ChangeIsValid
                PERFORM LogOpeningPosition
                PERFORM WriteAuditJournal
            END-IF
        END-IF
    END-IF.

RecheckAccountRules.
    *> postings since the change was lodged may have moved the
    *> balance, so the zero-balance rules are applied again to the
    *> account as it stands now
    IF ChgClose AND AcctBalance NOT = 0
        MOVE "N" TO ChangeValid
        MOVE "BALANCE NOT ZERO -- NO CLOSE" TO RefusalReason
    END-IF.
    IF AfAcctCurrency NOT = AcctCurrency AND AcctBalance NOT = 0
        MOVE "N" TO ChangeValid
        MOVE "BALANCE HELD -- NO CCY CHANGE" TO RefusalReason
    END-IF.

UpdateAccountFromChange.
    MOVE AcctName    TO OldAcctName.
    MOVE AcctBalance TO OldAcctBalance.
    MOVE AcctStatus  TO OldAcctStatus.

    MOVE AfAcctName TO AcctName.
    *> the balance is only replaced when the maker keyed a new one;
    *> otherwise today's postings stand
    IF AfAcctBalance NOT = BfAcctBalance
        MOVE AfAcctBalance TO AcctBalance
    END-IF.
    MOVE AfAcctStatus    TO AcctStatus.
    MOVE AfAcctCustId    TO AcctCustId.
    MOVE AfAcctCurrency  TO AcctCurrency.
    MOVE AfAcctStmtCycle TO AcctStmtCycle.
    *> AcctStmtNumber stays as StmtRun last stamped it
    REWRITE AcctMasterRecord
        INVALID KEY
            MOVE "N" TO ChangeValid
            MOVE "UNABLE TO UPDATE ACCOUNT" TO RefusalReason
    END-REWRITE.
    IF NOT AcctMasterOk
        MOVE "N" TO ChangeValid
        MOVE "UNABLE TO UPDATE ACCOUNT" TO RefusalReason
    END-IF.
    IF ChangeIsValid
        PERFORM LogOpeningPosition
        PERFORM WriteAuditJournal
    END-IF.

WriteAuditJournal.
    *> every add and update leaves its before and after image on
    *> acctjrnl.dat, so a balance that looks wrong can be traced to
    *> either a posting or a maintenance change -- JrnlRpt reads this
    MOVE ChgAction      TO JrnlAction.
    MOVE AcctNumber     TO JrnlAcctNumber.
    MOVE ChgMakerId     TO JrnlOperatorId.
    MOVE SupervisorId   TO JrnlApprovedBy.
    ACCEPT JrnlDate FROM DATE YYYYMMDD.
    ACCEPT JrnlTime FROM TIME.
    IF AcctBalance NOT = OldAcctBalance
        MOVE "Y" TO JrnlBalanceOverride
    ELSE
        MOVE "N" TO JrnlBalanceOverride
    END-IF.
    MOVE OldAcctName    TO JrnlOldName.
    MOVE OldAcctBalance TO JrnlOldBalance.
    MOVE OldAcctStatus  TO JrnlOldStatus.
    MOVE AcctName       TO JrnlNewName.
    MOVE AcctBalance    TO JrnlNewBalance.
    MOVE AcctStatus     TO JrnlNewStatus.
    WRITE AcctJrnlRecord.

LogOpeningPosition.
    *> any balance keyed through AcctMaint bypasses SeqWrite's
    *> transaction and batch control framework, so record it (the
    *> full amount on an add, the delta on an update) on acctopen.dat
    *> -- TrialBal sums these as each account's opening position when
    *> it recomputes balances from transactions.dat.
    COMPUTE OpeningDelta = AcctBalance - OldAcctBalance.
    IF OpeningDelta NOT = 0
        MOVE AcctNumber   TO OpenAcctNumber
        MOVE OpeningDelta TO OpenAmount
        ACCEPT OpenEntryDate FROM DATE YYYYMMDD
        ACCEPT OpenEntryTime FROM TIME
        WRITE AcctOpenRecord
    END-IF.

ApplyRateChange.
    MOVE ChgAfterImage TO RateRecord.
    READ RateFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF ChgHadBefore
        IF NOT RateFileOk OR RateRecord NOT = ChgBeforeImage
            MOVE "N" TO ChangeValid
            MOVE "ENTRY CHANGED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO RateRecord
            REWRITE RateRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO UPDATE RATE ENTRY" TO RefusalReason
            END-REWRITE
            IF NOT RateFileOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO UPDATE RATE ENTRY" TO RefusalReason
            END-IF
        END-IF
    ELSE
        IF RateFileOk
            MOVE "N" TO ChangeValid
            MOVE "ENTRY ADDED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO RateRecord
            WRITE RateRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO ADD RATE ENTRY" TO RefusalReason
            END-WRITE
            IF NOT RateFileOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO ADD RATE ENTRY" TO RefusalReason
            END-IF
        END-IF
    END-IF.

ApplyFxRateChange.
    *> the rate is dated the day it goes live, not the day it was
    *> keyed, so the listing shows how long it has been in force
    MOVE ChgAfterImage TO FxRateRecord.
    READ FxRateFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF ChgHadBefore
        IF NOT FxRateOk OR FxRateRecord NOT = ChgBeforeImage
            MOVE "N" TO ChangeValid
            MOVE "RATE CHANGED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO FxRateRecord
            MOVE TodaysDate TO FxRateDate
            REWRITE FxRateRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO UPDATE RATE" TO RefusalReason
            END-REWRITE
            IF NOT FxRateOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO UPDATE RATE" TO RefusalReason
            END-IF
        END-IF
    ELSE
        IF FxRateOk
            MOVE "N" TO ChangeValid
            MOVE "RATE ADDED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO FxRateRecord
            MOVE TodaysDate TO FxRateDate
            WRITE FxRateRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO ADD RATE" TO RefusalReason
            END-WRITE
            IF NOT FxRateOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO ADD RATE" TO RefusalReason
            END-IF
        END-IF
    END-IF.

ApplyXrefChange.
    MOVE ChgAfterImage TO XrefRecord.
    IF XrefActive AND XrefSendsOutbound
        PERFORM RecheckOutboundXref
    END-IF.
    IF ChangeIsValid
        PERFORM ApplyXrefImage
    END-IF.

RecheckOutboundXref.
    *> PartnerOut translates a settlement account back to exactly one
    *> correspondent account, so another active outbound entry for the
    *> same account of ours -- approved since this one was keyed --
    *> sends this change back to the maker
    MOVE XrefOurAccount  TO OutboundAccount.
    MOVE XrefPartnerAcct TO OutboundPartner.
    MOVE "N" TO XrefScanEof.
    MOVE LOW-VALUES TO XrefPartnerAcct.
    START XrefFile KEY IS >= XrefPartnerAcct
        INVALID KEY
            MOVE "Y" TO XrefScanEof
    END-START.
    PERFORM UNTIL XrefScanEof = "Y"
        READ XrefFile NEXT RECORD
            AT END
                MOVE "Y" TO XrefScanEof
            NOT AT END
                IF XrefActive AND XrefSendsOutbound
                        AND XrefOurAccount = OutboundAccount
                        AND XrefPartnerAcct NOT = OutboundPartner
                    MOVE "N" TO ChangeValid
                    MOVE "ACCOUNT ALREADY SENT OUTBOUND"
                        TO RefusalReason
                    MOVE "Y" TO XrefScanEof
                END-IF
        END-READ
    END-PERFORM.

ApplyXrefImage.
    MOVE ChgAfterImage TO XrefRecord.
    READ XrefFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF ChgHadBefore
        IF NOT XrefFileOk OR XrefRecord NOT = ChgBeforeImage
            MOVE "N" TO ChangeValid
            MOVE "XREF CHANGED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO XrefRecord
            REWRITE XrefRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO UPDATE XREF" TO RefusalReason
            END-REWRITE
            IF NOT XrefFileOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO UPDATE XREF" TO RefusalReason
            END-IF
        END-IF
    ELSE
        IF XrefFileOk
            MOVE "N" TO ChangeValid
            MOVE "XREF ADDED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO XrefRecord
            WRITE XrefRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO ADD XREF" TO RefusalReason
            END-WRITE
            IF NOT XrefFileOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO ADD XREF" TO RefusalReason
            END-IF
        END-IF
    END-IF.

ApplyStdOrderChange.
    *> StdGen advances StdNextDue every time the order generates, so
    *> an order that ran after the change was lodged comes back as
    *> changed and has to be re-keyed from its new due date
    MOVE ChgAfterImage TO StdOrderRecord.
    READ StdOrderFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF ChgHadBefore
        IF NOT StdOrderOk OR StdOrderRecord NOT = ChgBeforeImage
            MOVE "N" TO ChangeValid
            MOVE "ORDER CHANGED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO StdOrderRecord
            REWRITE StdOrderRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO UPDATE ORDER" TO RefusalReason
            END-REWRITE
            IF NOT StdOrderOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO UPDATE ORDER" TO RefusalReason
            END-IF
        END-IF
    ELSE
        IF StdOrderOk
            MOVE "N" TO ChangeValid
            MOVE "ORDER ADDED SINCE LODGED" TO RefusalReason
        ELSE
            MOVE ChgAfterImage TO StdOrderRecord
            WRITE StdOrderRecord
                INVALID KEY
                    MOVE "N" TO ChangeValid
                    MOVE "UNABLE TO ADD ORDER" TO RefusalReason
            END-WRITE
            IF NOT StdOrderOk
                MOVE "N" TO ChangeValid
                MOVE "UNABLE TO ADD ORDER" TO RefusalReason
            END-IF
        END-IF
    END-IF.
