*> Daily dual-control listing for the control pack: reads
*> chgqueue.dat and writes a formatted print file (chgqueue.prt) of
*> every master-file and reference-table change still awaiting a
*> supervisor's approval in ChgCheck -- oldest first, so a change
*> nobody has looked at stands out -- followed by the changes
*> declined on the report date, each with who declined it and why.
*> The footer counts what was approved that day as well. The report
*> date can come in on the command line, so DayEnd runs the listing
*> with nobody at the terminal.
IDENTIFICATION DIVISION.
    PROGRAM-ID. ChgRpt.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL ChgFile ASSIGN TO "chgqueue.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ChgId
                FILE STATUS IS ChgFileStatus.
            SELECT PrintFile ASSIGN TO "chgqueue.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 ChgFileStatus    PIC XX.
            88 ChgFileOk    VALUE "00".

        01 ChgEof           PIC X.
        01 ReportDate       PIC 9(8).
        01 CommandLineArg   PIC X(20).
        01 ActionWord       PIC X(8).

        01 OutstandingCount PIC 9(6) VALUE 0.
        01 DeclinedCount    PIC 9(6) VALUE 0.
        01 ApprovedCount    PIC 9(6) VALUE 0.

        01 PageNumber       PIC 9(4).
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "MASTER-FILE CHANGES -- DUAL CONTROL".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(12) VALUE "Report date ".
            05 H2Date       PIC 9(8).

        01 DetailLine.
            05 DlChgId      PIC 9(6).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlDate       PIC 9(8).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlTime       PIC 9(6).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlTarget     PIC X(8).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlAction     PIC X(8).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlKey        PIC X(12).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlMaker      PIC X(8).

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:8) IS NUMERIC
            AND CommandLineArg (9:12) = SPACES
        MOVE CommandLineArg (1:8) TO ReportDate
    ELSE
        DISPLAY "Report date (YYYYMMDD) > " WITH NO ADVANCING
        ACCEPT ReportDate
    END-IF.

    OPEN OUTPUT PrintFile.
    MOVE 0 TO PageNumber.
    PERFORM WritePageHeading.
    PERFORM WriteOutstandingSection.
    PERFORM WriteDeclinedSection.
    PERFORM WriteFooter.
    CLOSE PrintFile.

    DISPLAY "Change listing written to chgqueue.prt -- "
        OutstandingCount " outstanding, " DeclinedCount
        " declined on " ReportDate ".".
    STOP RUN.

WriteOutstandingSection.
    *> ChgFile is OPTIONAL -- with no queue yet both sections simply
    *> come out empty
    MOVE "CHANGES AWAITING SUPERVISOR APPROVAL" TO PrintLine.
    PERFORM WriteOneLine.
    PERFORM WriteColumnHeadings.
    MOVE "N" TO ChgEof.
    OPEN INPUT ChgFile.
    PERFORM UNTIL ChgEof = "Y"
        READ ChgFile NEXT RECORD
            AT END
                MOVE "Y" TO ChgEof
            NOT AT END
                IF ChgPending
                    ADD 1 TO OutstandingCount
                    PERFORM WriteChangeLine
                END-IF
                IF ChgApproved AND ChgCheckerDate = ReportDate
                    ADD 1 TO ApprovedCount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ChgFile.
    IF OutstandingCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

WriteDeclinedSection.
    MOVE SPACES TO PrintLine.
    STRING "CHANGES DECLINED ON " ReportDate
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    PERFORM WriteColumnHeadings.
    MOVE "N" TO ChgEof.
    OPEN INPUT ChgFile.
    PERFORM UNTIL ChgEof = "Y"
        READ ChgFile NEXT RECORD
            AT END
                MOVE "Y" TO ChgEof
            NOT AT END
                IF ChgDeclined AND ChgCheckerDate = ReportDate
                    ADD 1 TO DeclinedCount
                    PERFORM WriteChangeLine
                    MOVE SPACES TO PrintLine
                    STRING "        declined by " ChgCheckerId
                        " at " ChgCheckerTime ": " ChgDeclineReason
                        DELIMITED BY SIZE INTO PrintLine
                    PERFORM WriteOneLine
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ChgFile.
    IF DeclinedCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.

WriteChangeLine.
    PERFORM SetChgActionWord.
    MOVE SPACES TO DetailLine.
    MOVE ChgId        TO DlChgId.
    MOVE ChgMakerDate TO DlDate.
    MOVE ChgMakerTime TO DlTime.
    MOVE ChgTarget    TO DlTarget.
    MOVE ActionWord   TO DlAction.
    MOVE ChgKey       TO DlKey.
    MOVE ChgMakerId   TO DlMaker.
    MOVE DetailLine TO PrintLine.
    PERFORM WriteOneLine.

SetChgActionWord.
    EVALUATE TRUE
        WHEN ChgAdd
            MOVE "ADD" TO ActionWord
        WHEN ChgUpdate
            MOVE "UPDATE" TO ActionWord
        WHEN ChgFreeze
            MOVE "FREEZE" TO ActionWord
        WHEN ChgUnfreeze
            MOVE "UNFREEZE" TO ActionWord
        WHEN ChgClose
            MOVE "CLOSE" TO ActionWord
        WHEN ChgCancel
            MOVE "CANCEL" TO ActionWord
        WHEN OTHER
            MOVE "?" TO ActionWord
    END-EVALUATE.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE ReportDate TO H2Date.

    IF PageNumber > 1
        MOVE SPACES TO PrintLine
        WRITE PrintLine
    END-IF
    MOVE HeadingLine1 TO PrintLine.
    WRITE PrintLine.
    MOVE HeadingLine2 TO PrintLine.
    WRITE PrintLine.
    MOVE SPACES TO PrintLine.
    WRITE PrintLine.
    MOVE 3 TO LineCount.

WriteColumnHeadings.
    *> the spacer must be blanked first -- the record area still
    *> holds the caller's title line, which would print twice
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "Change  Lodged    Time    File      Action    Key"
        & "           Maker" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "------  --------  ------  --------  --------  ------------"
        & "  --------" TO PrintLine.
    PERFORM WriteOneLine.

WriteOneLine.
    *> WritePageHeading writes through the same PrintLine record
    *> area, so the pending line is held across the page break and
    *> put back before the WRITE -- otherwise every page break
    *> would drop a listing line and print a blank instead
    IF LineCount >= 55
        MOVE PrintLine TO PendingLine
        PERFORM WritePageHeading
        MOVE PendingLine TO PrintLine
    END-IF.
    WRITE PrintLine.
    ADD 1 TO LineCount.

WriteFooter.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    STRING "Outstanding " OutstandingCount
        "  declined " DeclinedCount
        "  approved " ApprovedCount
        "  on " ReportDate
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
