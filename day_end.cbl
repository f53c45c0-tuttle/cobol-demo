*> Day-end driver: runs the nightly sequence -- SnapTake (a clean
*> pre-update snapshot of the posting files, so a death mid-run has
*> something to restore from), IntegChk (the cross-file integrity
*> scan, so nothing posts onto a damaged set), then StdGen,
*> FwdRelease (forward-dated transfers whose value date has arrived),
*> SeqWrite in batch mode, ApprQueue, TrialBal, GlExtract, PartnerOut
*> (the outbound file of the day's payments to the correspondent),
*> BalHist (each account's closing balance for the day onto the
*> balance history), ChgRpt (the control-pack listing of master-file
*> changes awaiting approval), then MisFeed (the day's account,
*> customer and transaction files for MIS) -- in that fixed order,
*> recording each step's start, end and outcome on runctl.dat so the
*> evening no longer depends on an operator launching the programs by
*> hand in the right order. A step that returns a nonzero code stops
*> the run there: nothing after it is started -- in particular nothing
*> posts while IntegChk reports a hard break, and GlExtract is never
*> started while TrialBal reports OUT OF BALANCE (each returns 8 for
*> exactly this check). Rerunning DayEnd on the same date resumes at
*> the first step that never completed -- steps already complete are
*> not run again, and a step that failed or was cut off mid-run is
*> retried.
*> On a non-business day -- a weekend, or a closure on calendar.dat --
*> the run is reduced to the steps that post nothing (SnapTake,
*> IntegChk, TrialBal, GlExtract, PartnerOut, ChgRpt, MisFeed); the
*> generating and posting steps are recorded as skipped, and the
*> standing orders and forward transfers that fell due catch up on the
*> next business day's run. BalHist is skipped too: balance history is
*> kept for business days only, and a non-business date reads back as
*> the business day before it.
IDENTIFICATION DIVISION.
    PROGRAM-ID. DayEnd.
ENVIRONMENT DIVISION.
            SELECT OPTIONAL BatchSeqFile ASSIGN TO "batchseq.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BatchSeqStatus.
            SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate
                FILE STATUS IS CalendarStatus.

DATA DIVISION.
    FILE SECTION.
        01 BatchSeqRecord.
            05 BatchSeqValue PIC 9(6).

        FD CalendarFile.
        01 CalendarRecord.
            COPY "calendar.cpy".

    WORKING-STORAGE SECTION.
        01 BatchSeqStatus   PIC XX.
            88 BatchSeqOk   VALUE "00".
        01 CalendarStatus   PIC XX.
            88 CalendarOk   VALUE "00".

        01 RunCtlEof        PIC X    VALUE "N".
        01 TodaysDate       PIC 9(8).
        01 RunBatchSeq      PIC 9(6) VALUE 0.
        01 RunSeqKnown      PIC X    VALUE "N".

        01 StepCount        PIC 9(2) VALUE 12.
        01 StepNumber       PIC 9(2).
        01 ResumeStep       PIC 9(2).
        01 RunFailed        PIC X    VALUE "N".
        01 SkippedCount     PIC 9(2) VALUE 0.

        01 BusinessDay      PIC X    VALUE "Y".
            88 IsBusinessDay VALUE "Y".
        01 WorkDate.
            05 WorkYear     PIC 9(4).
            05 WorkMonth    PIC 9(2).
            05 WorkDay      PIC 9(2).
        01 WorkDateNum REDEFINES WorkDate PIC 9(8).
        01 WeekdayNumber    PIC 9.
        01 ZelMonth         PIC 9(2).
        01 ZelYear          PIC 9(4).
        01 ZelCentury       PIC 9(2).
        01 ZelYearOfCentury PIC 9(2).
        01 ZelMonthTerm     PIC 9(3).
        01 ZelYearTerm      PIC 9(2).
        01 ZelCenturyTerm   PIC 9(2).
        01 ZelSum           PIC 9(4).
        01 ZelQuot          PIC 9(4).

        *> latest recorded state per step for today's date: space =
        *> never started, S = started but never finished (cut off),
        *> C = complete, F = failed, K = skipped (non-business day)
        01 StepStateTable.
            05 StepState OCCURS 12 TIMES PIC X VALUE SPACE.

        01 StepNameValues.
            05 FILLER PIC X(10) VALUE "SNAPSHOT".
            05 FILLER PIC X(10) VALUE "INTEGCHK".
            05 FILLER PIC X(10) VALUE "STDGEN".
            05 FILLER PIC X(10) VALUE "FWDRELEASE".
            05 FILLER PIC X(10) VALUE "SEQWRITE".
            05 FILLER PIC X(10) VALUE "APPRQUEUE".
            05 FILLER PIC X(10) VALUE "TRIALBAL".
            05 FILLER PIC X(10) VALUE "GLEXTRACT".
            05 FILLER PIC X(10) VALUE "PARTNEROUT".
            05 FILLER PIC X(10) VALUE "BALHIST".
            05 FILLER PIC X(10) VALUE "CHGRPT".
            05 FILLER PIC X(10) VALUE "MISFEED".
        01 StepNameTable REDEFINES StepNameValues.
            05 StepName OCCURS 12 TIMES PIC X(10).

        01 StepCommandValues.
            05 FILLER PIC X(40) VALUE "./snap_take".
            05 FILLER PIC X(40) VALUE "./integ_chk".
            05 FILLER PIC X(40) VALUE "./std_gen".
            05 FILLER PIC X(40) VALUE "./fwd_release".
            05 FILLER PIC X(40) VALUE "./seq_write -BATCH".
            05 FILLER PIC X(40) VALUE "./appr_queue".
            05 FILLER PIC X(40) VALUE "./trial_bal".
            05 FILLER PIC X(40) VALUE "./gl_extract".
            05 FILLER PIC X(40) VALUE "./partner_out".
            05 FILLER PIC X(40) VALUE "./bal_hist".
            05 FILLER PIC X(40) VALUE "./chg_rpt".
            05 FILLER PIC X(40) VALUE "./mis_feed".
        01 StepCommandTable REDEFINES StepCommandValues.
            05 StepCommand OCCURS 12 TIMES PIC X(40).

        *> Y = the step still runs on a non-business day; the steps
        *> that generate or post transfers do not
        01 StepNonBusinessValues PIC X(12) VALUE "YYNNNNYYYNYY".
        01 StepNonBusinessTable REDEFINES StepNonBusinessValues.
            05 StepRunsNonBusiness OCCURS 12 TIMES PIC X.

        01 CommandText      PIC X(40).
        01 RunEventCode     PIC X.
    ACCEPT TodaysDate FROM DATE YYYYMMDD.
    DISPLAY "Day-end run for " TodaysDate ".".

    MOVE TodaysDate TO WorkDateNum.
    PERFORM CheckBusinessDay.
    IF NOT IsBusinessDay
        DISPLAY "*** " TodaysDate " is not a business day -- reduced "
            "run: generating and posting steps are skipped."
    END-IF.

    PERFORM LoadRunControl.
    IF RunSeqKnown = "N"
        PERFORM ObtainRunBatchSeq
            "run again."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF SkippedCount > 0
            DISPLAY "Day-end reduced run complete -- " SkippedCount
                " steps skipped for the non-business day."
        ELSE
            DISPLAY "Day-end run complete -- all " StepCount
                " steps finished."
        END-IF
    END-IF.
    STOP RUN.

    ADD 1 TO RunBatchSeq.

FindResumeStep.
    *> first step with no complete (or skipped) event is where the
    *> run picks up -- a failed or cut-off step is retried, a
    *> never-started step is started; everything before it already
    *> finished cleanly
    MOVE 1 TO ResumeStep.
    PERFORM UNTIL ResumeStep > StepCount
            OR (StepState (ResumeStep) NOT = "C"
                AND StepState (ResumeStep) NOT = "K")
        ADD 1 TO ResumeStep
    END-PERFORM.

RunStep.
    IF NOT IsBusinessDay AND StepRunsNonBusiness (StepNumber) = "N"
        PERFORM SkipStep
    ELSE
        PERFORM LaunchStep
    END-IF.

SkipStep.
    DISPLAY " ".
    DISPLAY "Step " StepNumber " (" StepName (StepNumber)
        ") skipped -- non-business day.".
    MOVE "K" TO RunEventCode.
    PERFORM WriteRunEvent.
    ADD 1 TO SkippedCount.

LaunchStep.
    MOVE StepCommand (StepNumber) TO CommandText.
    IF StepName (StepNumber) = "INTEGCHK"
        MOVE SPACES TO CommandText
        STRING "./integ_chk " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.
    IF StepName (StepNumber) = "GLEXTRACT"
        *> GlExtract takes the posting date on the command line so
        *> the nightly run needs nobody at the terminal
        STRING "./gl_extract " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.
    IF StepName (StepNumber) = "PARTNEROUT"
        MOVE SPACES TO CommandText
        STRING "./partner_out " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.
    IF StepName (StepNumber) = "BALHIST"
        MOVE SPACES TO CommandText
        STRING "./bal_hist " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.
    IF StepName (StepNumber) = "CHGRPT"
        MOVE SPACES TO CommandText
        STRING "./chg_rpt " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.
    IF StepName (StepNumber) = "MISFEED"
        MOVE SPACES TO CommandText
        STRING "./mis_feed " TodaysDate DELIMITED BY SIZE
            INTO CommandText
    END-IF.

    DISPLAY " ".
    DISPLAY "Step " StepNumber " (" StepName (StepNumber)
        PERFORM WriteRunEvent
        DISPLAY "*** Step " StepNumber " (" StepName (StepNumber)
            ") FAILED with return code " StepReturnCode "."
        IF StepName (StepNumber) = "INTEGCHK"
            DISPLAY "*** The files do not agree (see integchk.prt) -- "
                "nothing will be posted until they do."
        END-IF
        IF StepName (StepNumber) = "TRIALBAL"
            DISPLAY "*** Trial balance did not prove clean -- "
                "GL extract will not be started until it does."
    ACCEPT RcEventTime FROM TIME.
    WRITE RunCtlRecord.
    CLOSE RunCtlFile.

CheckBusinessDay.
    *> Saturdays and Sundays are never business days; any other day
    *> is one unless calendar.dat carries it as an active closure
    MOVE "Y" TO BusinessDay.
    PERFORM FindWeekday.
    IF WeekdayNumber < 2
        MOVE "N" TO BusinessDay
    ELSE
        OPEN INPUT CalendarFile
        MOVE WorkDateNum TO CalDate
        READ CalendarFile
            INVALID KEY
                CONTINUE
        END-READ
        IF CalendarOk AND CalActive
            MOVE "N" TO BusinessDay
        END-IF
        CLOSE CalendarFile
    END-IF.

FindWeekday.
    *> Zeller's congruence -- January and February count as months
    *> 13 and 14 of the previous year; the result runs 0 = Saturday,
    *> 1 = Sunday, 2 = Monday through 6 = Friday
    MOVE WorkMonth TO ZelMonth.
    MOVE WorkYear TO ZelYear.
    IF ZelMonth < 3
        ADD 12 TO ZelMonth
        SUBTRACT 1 FROM ZelYear
    END-IF.
    DIVIDE ZelYear BY 100 GIVING ZelCentury
        REMAINDER ZelYearOfCentury.
    COMPUTE ZelMonthTerm = (13 * (ZelMonth + 1)) / 5.
    DIVIDE ZelYearOfCentury BY 4 GIVING ZelYearTerm.
    DIVIDE ZelCentury BY 4 GIVING ZelCenturyTerm.
    COMPUTE ZelSum = WorkDay + ZelMonthTerm + ZelYearOfCentury
        + ZelYearTerm + ZelCenturyTerm + 5 * ZelCentury.
    DIVIDE ZelSum BY 7 GIVING ZelQuot REMAINDER WeekdayNumber.
