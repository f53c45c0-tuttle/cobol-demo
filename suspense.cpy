*> Shared suspense record layout for suspense.dat, used by SeqWrite to
*> divert entries that fail field-format validation, by SuspWorkbench
*> to correct and repost (or cancel) them, and by RejectRpt to list
*> what is still outstanding. BulkPay returns every line of a refused
*> bulk payment file here under source BULKPAY, one reason per line.
*> suspense.dat files written before SuspRawAmount grew to X(11) are
*> layout-incompatible -- every field after it shifted -- and must be
*> worked off or archived aside before cutting over; do not read them
*> with this layout. SPACE still counts as open alongside "O" so a
*> record whose status byte was never stamped is worked rather than
*> silently dropped.
    05 SuspRawFrom      PIC X(8).
    05 SuspRawTo        PIC X(8).
    05 SuspRawAmount    PIC X(11).
