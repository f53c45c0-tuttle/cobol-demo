*> Shared audit journal record layout for acctjrnl.dat: one record
*> per AcctMaint add, update, freeze, unfreeze or close, carrying the
*> before and after images, the operator who keyed it, and when.
*> Account changes are under dual control, so the record is written
*> by ChgCheck when the change is approved and takes effect:
*> JrnlOperatorId is the maker who keyed it, JrnlApprovedBy the
*> supervisor who approved it, and the date and time are when it was
*> applied. Records journalled before dual control end at
*> JrnlNewStatus and read back with JrnlApprovedBy blank.
*> JrnlBalanceOverride is "Y" when the change moved the balance
*> outside the transaction/batch control framework -- those are the
*> entries that need to stand out on JrnlRpt.
    05 JrnlNewName      PIC X(20).
    05 JrnlNewBalance   PIC 9(7)V99.
    05 JrnlNewStatus    PIC X.
    05 JrnlApprovedBy   PIC X(8).
