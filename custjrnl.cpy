*> Shared customer journal record layout for custjrnl.dat: one record
*> per customer CustMaint adds, updates or closes, written once the
*> change is on custmast.dat -- the action, the customer, when, and
*> the status before and after. The customer's details themselves
*> are read from the master; the journal is how a day's new and
*> changed customers are found without comparing the whole master
*> against a copy (MisFeed reads it for the nightly customer feed).
    05 CustJrnlAction    PIC X.
        88 CustJrnlAdd    VALUE "A".
        88 CustJrnlUpdate VALUE "U".
        88 CustJrnlClose  VALUE "C".
    05 CustJrnlCustId    PIC 9(6).
    05 CustJrnlDate      PIC 9(8).
    05 CustJrnlTime      PIC 9(6).
    05 CustJrnlOldStatus PIC X.
    05 CustJrnlNewStatus PIC X.
