*> Shared opening-position record layout for acctopen.dat. ChgCheck
*> appends one record for every balance keyed through AcctMaint as the
*> change is approved (the full amount on an add, the delta on an
*> update), so a balance that entered the system outside the
*> transaction framework still has a paper trail TrialBal can recompute
*> against.
    05 OpenAcctNumber   PIC 9(5).
    05 OpenAmount       PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 OpenEntryDate    PIC 9(8).
