*> Shared forward-transfer record layout for fwdxfer.dat, the
*> warehouse of one-off transfers keyed today for a future value date
*> (rent due on the 1st, a supplier invoice due on the 15th). FwdMaint
*> adds, amends and cancels items; FwdRelease, run by DayEnd ahead
*> of the SeqWrite batch step, writes every warehoused item whose
*> value date has arrived to batch-input.dat in the BatchInputRecord
*> format and marks it released, so the transfer then goes through
*> exactly the same validation, limit and suspense checks as any
*> other batch item. FwdRpt lists the warehouse by value date.
*> Items are never deleted: a released or cancelled item stays on
*> file with the date and operator that closed it, so the customer's
*> "has my payment gone yet" question can always be answered.
*> FwdOperatorId is the operator who keyed the item; it is stamped on
*> the released batch record, so the item posts under that
*> operator's limit just as if it had been keyed on the day.
    05 FwdItemId        PIC 9(6).
    05 FwdFromAccount   PIC 9(5).
    05 FwdToAccount     PIC 9(5).
    05 FwdAmount        PIC 9(7).99.
    05 FwdValueDate     PIC 9(8).
    05 FwdReference     PIC X(20).
    05 FwdOperatorId    PIC X(8).
    05 FwdEntryDate     PIC 9(8).
    05 FwdEntryTime     PIC 9(6).
    05 FwdStatus        PIC X.
        88 FwdWarehoused VALUE "W".
        88 FwdReleased   VALUE "R".
        88 FwdCancelled  VALUE "X".
    05 FwdStatusDate    PIC 9(8).
    05 FwdStatusBy      PIC X(8).
