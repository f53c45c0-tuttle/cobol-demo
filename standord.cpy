*> BatchInputRecord format SeqWrite's batch mode already consumes,
*> and advances StdNextDue by the order's frequency. An end date of
*> zero means the order runs until cancelled.
*> StdNextDue is always the order's scheduled date; when that date
*> is not a business day (see calendar.cpy) StdGen posts the
*> occurrence on the following business day, or on the preceding one
*> when StdRollRule is P -- rent that must arrive by the 1st. Files
*> written before StdRollRule existed must be passed through StdConv
*> once, so the record length matches; converted orders roll to the
*> following business day.
    05 StdOrderId       PIC 9(5).
    05 StdFromAccount   PIC 9(5).
    05 StdToAccount     PIC 9(5).
    05 StdStatus        PIC X.
        88 StdActive    VALUE "A".
        88 StdCancelled VALUE "X".
    05 StdRollRule      PIC X.
        88 StdRollFollowing VALUES "F" SPACE.
        88 StdRollPreceding VALUE "P".
