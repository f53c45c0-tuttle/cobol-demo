*> exactly how far the previous attempt got and resume at the first
*> step that never completed. The file is append-only, like
*> batchctl.dat -- history of earlier runs is kept, not rewritten.
*> On a non-business day the posting steps are not run at all; each
*> gets a skipped event instead, which counts as done for the resume.
    05 RcRunDate     PIC 9(8).
    05 RcBatchSeq    PIC 9(6).
    05 RcStepNumber  PIC 9(2).
        88 RcStepStarted  VALUE "S".
        88 RcStepComplete VALUE "C".
        88 RcStepFailed   VALUE "F".
        88 RcStepSkipped  VALUE "K".
