*> Shared system-lock record layout for syslock.dat, the one-line
*> interlock taken by every program that updates transactions.dat or
*> acctmast.dat (SeqWrite, Reversal, ApprQueue, SuspWorkbench,
*> ChgCheck, BulkPay, PeriodEnd). A program acquires the lock before
*> opening the posting files and releases it on the way out; a second
*> starter finds the held record and is told who has the files instead
*> of opening them -- SeqWrite's two-REWRITE balance update means a
*> collision could corrupt the master in a way TrialBal only catches
*> after the fact. A crash leaves the record held; LockUtil inspects it
*> and lets a supervisor clear it once the stamped program is confirmed
*> dead.
    05 LockStatus       PIC X.
        88 LockHeld     VALUE "H".
        88 LockFree     VALUES "F" SPACE.
