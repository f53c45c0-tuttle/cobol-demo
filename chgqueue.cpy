*> Shared pending-change record layout for chgqueue.dat, the dual-
*> control queue for master-file and reference-table maintenance.
*> AcctMaint, RateMaint, FxMaint, XrefMaint and StdMaint no longer
*> write their files: each lodges the change here -- the record as it
*> stood (ChgBeforeImage, with ChgBeforeFound "N" for a record that
*> did not exist yet), the record as the maker keyed it
*> (ChgAfterImage), the maker and when -- and ChgCheck lets a second
*> operator, a supervisor on opermast.dat who is not the maker,
*> approve it (applied to the target file and, for accounts,
*> journalled on acctjrnl.dat) or decline it with a reason. The
*> images are the target file's own record layout, space-filled, so
*> ChgCheck can tell whether the record moved after the change was
*> lodged and decline it as stale instead of overwriting somebody
*> else's change. Items are numbered as they are lodged and never
*> deleted: an approved or declined item stays on file with the
*> checker and when, as the audit trail of who changed what. ChgRpt
*> lists the outstanding and declined items for the control pack.
    05 ChgId            PIC 9(6).
    05 ChgTarget        PIC X(8).
        88 ChgForAccount  VALUE "ACCTMAST".
        88 ChgForRate     VALUE "RATETABL".
        88 ChgForFxRate   VALUE "FXRATE".
        88 ChgForXref     VALUE "ACCTXREF".
        88 ChgForStdOrder VALUE "STANDORD".
    05 ChgAction        PIC X.
        88 ChgAdd        VALUE "A".
        88 ChgUpdate     VALUE "U".
        88 ChgFreeze     VALUE "F".
        88 ChgUnfreeze   VALUE "N".
        88 ChgClose      VALUE "C".
        88 ChgCancel     VALUE "X".
    05 ChgKey           PIC X(12).
    05 ChgBeforeFound   PIC X.
        88 ChgHadBefore  VALUE "Y".
    05 ChgBeforeImage   PIC X(60).
    05 ChgAfterImage    PIC X(60).
    05 ChgMakerId       PIC X(8).
    05 ChgMakerDate     PIC 9(8).
    05 ChgMakerTime     PIC 9(6).
    05 ChgStatus        PIC X.
        88 ChgPending    VALUE "P".
        88 ChgApproved   VALUE "A".
        88 ChgDeclined   VALUE "D".
    05 ChgCheckerId     PIC X(8).
    05 ChgCheckerDate   PIC 9(8).
    05 ChgCheckerTime   PIC 9(6).
    05 ChgDeclineReason PIC X(30).
