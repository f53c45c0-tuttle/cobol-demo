*> Forward-transfer warehouse listing: reads fwdxfer.dat and writes
*> a formatted print file (fwdxfer.prt) in three sections -- what is
*> still queued, grouped by value date with a count and total per
*> date, then what has been released and what was cancelled, each
*> with the date and operator that closed the item. An operator-keyed
*> value-date range narrows the listing; zero for both dates lists
*> the whole warehouse. Used by the back office to answer "has my
*> payment gone yet" and to see what tomorrow's run will release.
IDENTIFICATION DIVISION.
    PROGRAM-ID. FwdRpt.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL FwdFile ASSIGN TO "fwdxfer.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FwdItemId
                FILE STATUS IS FwdFileStatus.
            SELECT PrintFile ASSIGN TO "fwdxfer.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD FwdFile.
        01 FwdRecord.
            COPY "fwdxfer.cpy".

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 FwdFileStatus    PIC XX.
            88 FwdFileOk    VALUE "00".

        01 Eof              PIC X    VALUE "N".
        01 FromDate         PIC 9(8).
        01 ToDate           PIC 9(8).

        01 ItemCount        PIC 9(4) VALUE 0.
        01 Idx              PIC 9(4).
        01 SwapIdx          PIC 9(4).

        01 ItemTable.
            05 ItemEntry OCCURS 2000 TIMES.
                10 ItSortKey.
                    15 ItValueDate  PIC 9(8).
                    15 ItItemId     PIC 9(6).
                10 ItFrom       PIC 9(5).
                10 ItTo         PIC 9(5).
                10 ItAmount     PIC 9(7)V99.
                10 ItOperator   PIC X(8).
                10 ItReference  PIC X(20).
                10 ItStatus     PIC X.
                10 ItStatusDate PIC 9(8).
                10 ItStatusBy   PIC X(8).
        01 HoldEntry        PIC X(78).

        01 SectionStatus    PIC X.
        01 SectionCount     PIC 9(6).
        01 SectionTotal     PIC 9(11)V99.
        01 DateCount        PIC 9(6).
        01 DateTotal        PIC 9(11)V99.
        01 CurrentDate      PIC 9(8).

        01 QueuedCount      PIC 9(6) VALUE 0.
        01 ReleasedCount    PIC 9(6) VALUE 0.
        01 CancelledCount   PIC 9(6) VALUE 0.

        01 PageNumber       PIC 9(4).
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "FORWARD-TRANSFER WAREHOUSE LISTING".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(12) VALUE "Value dates ".
            05 H2FromDate   PIC 9(8).
            05 FILLER       PIC X(4)  VALUE " to ".
            05 H2ToDate     PIC 9(8).

        01 DetailLine.
            05 DlItemId     PIC 9(6).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlValueDate  PIC 9(8).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlFrom       PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlTo         PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlAmount     PIC Z,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlOperator   PIC X(8).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 DlNote       PIC X(20).

        01 TotalLine.
            05 TlLabel      PIC X(30).
            05 TlCount      PIC ZZZ,ZZ9.
            05 FILLER       PIC X(9)  VALUE " items   ".
            05 TlAmount     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
    DISPLAY "From value date (YYYYMMDD, 0 = all) > " WITH NO ADVANCING.
    ACCEPT FromDate.
    DISPLAY "To value date (YYYYMMDD, 0 = all)   > " WITH NO ADVANCING.
    ACCEPT ToDate.
    IF ToDate = 0
        MOVE 99999999 TO ToDate
    END-IF.

    PERFORM LoadItems.
    PERFORM SortItemTable.

    OPEN OUTPUT PrintFile.
    MOVE 0 TO PageNumber.
    PERFORM WritePageHeading.

    MOVE "QUEUED FOR RELEASE, BY VALUE DATE" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "W" TO SectionStatus.
    PERFORM WriteQueuedSection.
    MOVE SectionCount TO QueuedCount.

    MOVE "RELEASED TO THE BATCH RUN" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "R" TO SectionStatus.
    PERFORM WriteClosedSection.
    MOVE SectionCount TO ReleasedCount.

    MOVE "CANCELLED" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "X" TO SectionStatus.
    PERFORM WriteClosedSection.
    MOVE SectionCount TO CancelledCount.

    CLOSE PrintFile.

    DISPLAY "Warehouse listing written to fwdxfer.prt -- "
        QueuedCount " queued, " ReleasedCount " released, "
        CancelledCount " cancelled.".
    STOP RUN.

LoadItems.
    OPEN INPUT FwdFile.
    PERFORM UNTIL Eof = "Y"
        READ FwdFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                IF FwdValueDate >= FromDate
                        AND FwdValueDate <= ToDate
                    PERFORM AddItemRow
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FwdFile.

AddItemRow.
    IF ItemCount >= 2000
        DISPLAY "*** ERROR: more than 2000 items in range -- "
            "listing table is full, aborting; narrow the date range."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO ItemCount.
    MOVE FwdValueDate   TO ItValueDate (ItemCount).
    MOVE FwdItemId      TO ItItemId (ItemCount).
    MOVE FwdFromAccount TO ItFrom (ItemCount).
    MOVE FwdToAccount   TO ItTo (ItemCount).
    MOVE FwdAmount      TO ItAmount (ItemCount).
    MOVE FwdOperatorId  TO ItOperator (ItemCount).
    MOVE FwdReference   TO ItReference (ItemCount).
    MOVE FwdStatus      TO ItStatus (ItemCount).
    MOVE FwdStatusDate  TO ItStatusDate (ItemCount).
    MOVE FwdStatusBy    TO ItStatusBy (ItemCount).

SortItemTable.
    *> simple ascending bubble sort on value date and item number
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx >= ItemCount
        PERFORM VARYING SwapIdx FROM 1 BY 1
                UNTIL SwapIdx > ItemCount - Idx
            IF ItSortKey (SwapIdx) > ItSortKey (SwapIdx + 1)
                MOVE ItemEntry (SwapIdx)     TO HoldEntry
                MOVE ItemEntry (SwapIdx + 1) TO ItemEntry (SwapIdx)
                MOVE HoldEntry               TO ItemEntry (SwapIdx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WriteQueuedSection.
    *> items are in value-date order, so each change of date closes
    *> off the previous date's subtotal
    PERFORM WriteColumnHeadings.
    MOVE 0 TO SectionCount.
    MOVE 0 TO SectionTotal.
    MOVE 0 TO CurrentDate.
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > ItemCount
        IF ItStatus (Idx) = "W"
            IF ItValueDate (Idx) NOT = CurrentDate
                IF CurrentDate NOT = 0
                    PERFORM WriteDateTotal
                END-IF
                MOVE ItValueDate (Idx) TO CurrentDate
                MOVE 0 TO DateCount
                MOVE 0 TO DateTotal
            END-IF
            MOVE ItReference (Idx) TO DlNote
            PERFORM WriteItemLine
            ADD 1 TO DateCount
            ADD ItAmount (Idx) TO DateTotal
        END-IF
    END-PERFORM.
    IF CurrentDate NOT = 0
        PERFORM WriteDateTotal
    END-IF.
    PERFORM WriteSectionTotal.

WriteClosedSection.
    PERFORM WriteColumnHeadings.
    MOVE 0 TO SectionCount.
    MOVE 0 TO SectionTotal.
    PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > ItemCount
        IF ItStatus (Idx) = SectionStatus
            MOVE SPACES TO DlNote
            STRING ItStatusDate (Idx) " " ItStatusBy (Idx)
                DELIMITED BY SIZE INTO DlNote
            PERFORM WriteItemLine
        END-IF
    END-PERFORM.
    PERFORM WriteSectionTotal.

WriteItemLine.
    MOVE ItItemId (Idx)     TO DlItemId.
    MOVE ItValueDate (Idx)  TO DlValueDate.
    MOVE ItFrom (Idx)       TO DlFrom.
    MOVE ItTo (Idx)         TO DlTo.
    MOVE ItAmount (Idx)     TO DlAmount.
    MOVE ItOperator (Idx)   TO DlOperator.
    MOVE DetailLine TO PrintLine.
    PERFORM WriteOneLine.
    ADD 1 TO SectionCount.
    ADD ItAmount (Idx) TO SectionTotal.

WriteDateTotal.
    MOVE SPACES TO TotalLine.
    MOVE "  Due " TO TlLabel.
    MOVE CurrentDate TO TlLabel (7:8).
    MOVE DateCount TO TlCount.
    MOVE DateTotal TO TlAmount.
    MOVE TotalLine TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

WriteSectionTotal.
    IF SectionCount = 0
        MOVE "  (none)" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    MOVE SPACES TO TotalLine.
    MOVE "Section total" TO TlLabel.
    MOVE SectionCount TO TlCount.
    MOVE SectionTotal TO TlAmount.
    MOVE TotalLine TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE FromDate TO H2FromDate.
    MOVE ToDate TO H2ToDate.

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
    MOVE "Item    Value dt  From   To           Amount  Keyed by"
        & "  Reference/closed" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "------  --------  -----  -----  ------------  --------"
        & "  --------------------" TO PrintLine.
    PERFORM WriteOneLine.

WriteOneLine.
    *> WritePageHeading writes through the same PrintLine record
    *> area, so the pending line is held across the page break and
    *> put back before the WRITE
    IF LineCount >= 55
        MOVE PrintLine TO PendingLine
        PERFORM WritePageHeading
        MOVE PendingLine TO PrintLine
    END-IF.
    WRITE PrintLine.
    ADD 1 TO LineCount.
