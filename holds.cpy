*> Shared funds-hold record layout for holds.dat, one record per
*> hold or earmark placed against an account -- a garnishment order,
*> a disputed card payment, a cheque not yet cleared -- maintained by
*> HoldMaint. A hold reduces what can be debited from the account
*> without touching the ledger balance: SeqWrite, ApprQueue,
*> SuspWorkbench and Reversal test a debit against the available
*> balance (AcctBalance less every hold in force on the account),
*> and AcctInquiry and CustInquiry show ledger, held and available
*> side by side. HldAmount is in the account's own currency. A hold
*> is in force while active and not past HldExpiryDate (zero means
*> it stays until released); it is never deleted, only released (R)
*> or expired (E) with the date and operator that closed it. The
*> alternate key on HldAcctNumber lets the posting programs read an
*> account's holds directly.
    05 HldId            PIC 9(6).
    05 HldAcctNumber    PIC 9(5).
    05 HldAmount        PIC 9(7)V99.
    05 HldReason        PIC X(30).
    05 HldExpiryDate    PIC 9(8).
    05 HldPlacedDate    PIC 9(8).
    05 HldPlacedBy      PIC X(8).
    05 HldStatus        PIC X.
        88 HldActive    VALUE "A".
        88 HldReleased  VALUE "R".
        88 HldExpired   VALUE "E".
    05 HldClosedDate    PIC 9(8).
    05 HldClosedBy      PIC X(8).
