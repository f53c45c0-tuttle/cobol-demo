*> Outbound file for the correspondent (partner-out.YYYYMMDD.NN.dat):
*> picks up the day's posted transfers into our correspondent
*> settlement accounts -- the accounts designated outbound on ACCTXREF
*> -- and sends each one across in the same header/detail/trailer
*> format, record count and hash total the correspondent sends us,
*> with the beneficiary translated back through ACCTXREF to their
*> 12-character account number. A transfer the correspondent sent us
*> (operator PARTNER) and a reversal or correction (RefTransId set)
*> are settlement movement but not payments to send, so they are
*> listed and left out. Each run writes a file of its own, named by
*> posting date and run number (01 for the day's first run), so no run
*> ever replaces a file an earlier run produced that may not have gone
*> across yet. Every transfer sent is marked on partsent.dat with the
*> run whose file carries it, and a marked transfer never goes out
*> again: a repeated run sends only what posted since, and writes no
*> file at all when there is nothing new. The markers are written only
*> once the file is complete with its trailer, so a run cut off part
*> way marks nothing -- the file it leaves has no trailer and must not
*> go across, and the rerun sends those transfers on the next run's
*> file. An outbound control report (partner-out.prt) names the file
*> written, lists every transfer picked up and proves the file total
*> against each settlement account's credits for the day -- credits =
*> not for sending + sent on an earlier run + this file -- returning 8
*> if it does not prove, so DayEnd stops there. The posting date can
*> come in on the command line, so DayEnd runs it with nobody at the
*> terminal.
*>
*> The correspondent's fixed format, as agreed with them (the same
*> layout PartnerIn reads):
*>   header  "H" + file date YYYYMMDD + the id they know us by (8)
*>   detail  "D" + our customer's account (12, our number left-
*>               justified) + their beneficiary account (12)
*>               + amount in cents, 11 digits zero-filled
*>   trailer "T" + record count (6) + hash total of amounts in
*>               cents, 15 digits zero-filled
*> The amount is what was credited to the settlement account, in the
*> settlement account's own currency.
IDENTIFICATION DIVISION.
    PROGRAM-ID. PartnerOut.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL TransFile ASSIGN TO "transactions.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TransId
                ALTERNATE RECORD KEY IS FromAccount WITH DUPLICATES
                ALTERNATE RECORD KEY IS ToAccount WITH DUPLICATES
                FILE STATUS IS TransFileStatus.
            SELECT OPTIONAL XrefFile ASSIGN TO "acctxref.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS XrefPartnerAcct
                FILE STATUS IS XrefFileStatus.
            SELECT OPTIONAL AcctMaster ASSIGN TO "acctmast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT SentFile ASSIGN TO "partsent.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PsTransId
                FILE STATUS IS SentFileStatus.
            SELECT OutFile ASSIGN TO DYNAMIC OutFileName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS OutFileStatus.
            SELECT PrintFile ASSIGN TO "partner-out.prt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD TransFile.
        01 TransactionDetails.
            COPY "trandet.cpy".

        FD XrefFile.
        01 XrefRecord.
            COPY "acctxref.cpy".

        FD AcctMaster.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD SentFile.
        *> one marker per transfer sent, never deleted
        01 SentRecord.
            05 PsTransId     PIC 9(9).
            05 PsFileDate    PIC 9(8).
            05 PsRunDate     PIC 9(8).
            05 PsRunTime     PIC 9(6).
            05 PsPartnerAcct PIC X(12).
            05 PsRunNumber   PIC 9(2).

        FD OutFile.
        01 OutHeaderRecord.
            05 OhRecType    PIC X.
            05 OhFileDate   PIC 9(8).
            05 OhPartnerId  PIC X(8).
        01 OutDetailRecord.
            05 OdRecType    PIC X.
            05 OdFromAcct   PIC X(12).
            05 OdToAcct     PIC X(12).
            05 OdAmount     PIC 9(9)V99.
        01 OutTrailerRecord.
            05 OtRecType    PIC X.
            05 OtRecCount   PIC 9(6).
            05 OtHashTotal  PIC 9(13)V99.

        FD PrintFile.
        01 PrintLine    PIC X(80).

    WORKING-STORAGE SECTION.
        01 TransFileStatus  PIC XX.
            88 TransFileOk  VALUE "00".
        01 XrefFileStatus   PIC XX.
            88 XrefFileOk   VALUE "00".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk VALUE "00".
        01 SentFileStatus   PIC XX.
            88 SentFileOk       VALUE "00".
            88 SentFileNotFound VALUE "35".
        01 OutFileStatus    PIC XX.
            88 OutFileOk        VALUE "00".
            88 OutFileNotFound  VALUE "35".

        01 OurPartnerId     PIC X(8) VALUE "OURBANK".
        01 Eof              PIC X.
        01 PostingDate      PIC 9(8).
        01 CommandLineArg   PIC X(20).

        *> this run's file is partner-out.<posting date>.<run>.dat; the
        *> run number follows the highest found on the day's markers
        *> or among the day's files already on disk
        01 OutFileName      PIC X(40).
        01 RunNumber        PIC 9(2) VALUE 0.
        01 LastRunNumber    PIC 9(2) VALUE 0.

        *> transfers written to this run's file, marked on partsent.dat
        *> once the file is closed
        01 SendMax          PIC 9(5) VALUE 5000.
        01 SendCount        PIC 9(5) VALUE 0.
        01 SdIdx            PIC 9(5).
        01 SendTable.
            05 SendEntry OCCURS 5000 TIMES.
                10 SdTransId      PIC 9(9).
                10 SdPartnerAcct  PIC X(12).

        *> the designated settlement accounts and their movement for
        *> the day; an account designated on more than one active
        *> entry is ambiguous and nothing into it is sent until the
        *> cross-reference is put right
        01 SettleMax        PIC 9(4) VALUE 200.
        01 SettleCount      PIC 9(4) VALUE 0.
        01 SettleOverflow   PIC 9(4) VALUE 0.
        01 SaIdx            PIC 9(4).
        01 SettleTable.
            05 SettleEntry OCCURS 200 TIMES.
                10 SaOurAccount   PIC 9(5).
                10 SaPartnerAcct  PIC X(12).
                10 SaAmbiguous    PIC X.
                10 SaCredits      PIC 9(11)V99.
                10 SaNotSent      PIC 9(11)V99.
                10 SaSentBefore   PIC 9(11)V99.
                10 SaThisFile     PIC 9(11)V99.
                10 SaDebits       PIC 9(11)V99.

        01 ItemClass        PIC X.
            88 ItemNotForSending VALUE "N".
            88 ItemHeld          VALUE "H".
            88 ItemSentBefore    VALUE "B".
            88 ItemToSend        VALUE "S".
        01 ItemText         PIC X(24).
        01 CreditValue      PIC 9(9)V99.
        01 DebitValue       PIC 9(9)V99.

        01 ToSendCount      PIC 9(6) VALUE 0.
        01 ToSendTotal      PIC 9(13)V99 VALUE 0.
        01 SentBeforeCount  PIC 9(6) VALUE 0.
        01 WriteOutFile     PIC X    VALUE "N".
        01 DetailCount      PIC 9(6) VALUE 0.
        01 HashTotal        PIC 9(13)V99 VALUE 0.
        01 MarkFailures     PIC 9(6) VALUE 0.

        01 TotalCredits     PIC 9(13)V99 VALUE 0.
        01 TotalNotSent     PIC 9(13)V99 VALUE 0.
        01 TotalSentBefore  PIC 9(13)V99 VALUE 0.
        01 TotalThisFile    PIC 9(13)V99 VALUE 0.
        01 TotalAccounted   PIC 9(13)V99 VALUE 0.
        01 ProofResult      PIC X    VALUE "Y".
            88 FileProves   VALUE "Y".

        01 PrintCount       PIC ZZZZZ9.
        01 PrintHash        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

        01 PageNumber       PIC 9(4) VALUE 0.
        01 LineCount        PIC 9(2).
        01 PendingLine      PIC X(80).

        01 HeadingLine1.
            05 FILLER       PIC X(40)
                VALUE "CORRESPONDENT OUTBOUND FILE CONTROL".
            05 FILLER       PIC X(25) VALUE SPACES.
            05 FILLER       PIC X(5)  VALUE "Page ".
            05 H1Page       PIC ZZZ9.
        01 HeadingLine2.
            05 FILLER       PIC X(13) VALUE "Posting date ".
            05 H2Date       PIC 9(8).
            05 FILLER       PIC X(9)  VALUE "   File  ".
            05 H2File       PIC X(40).

        01 ItemLine.
            05 IlTransId    PIC 9(9).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 IlFrom       PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 IlTo         PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 IlPartner    PIC X(12).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 IlAmount     PIC Z,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 IlResult     PIC X(24).

        01 SummaryLine.
            05 SlAccount    PIC 9(5).
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 SlCredits    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 SlNotSent    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 SlBefore     PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 SlThisFile   PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER       PIC X(2)  VALUE SPACES.
            05 SlCcy        PIC X(3).

PROCEDURE DIVISION.
    ACCEPT CommandLineArg FROM COMMAND-LINE.
    IF CommandLineArg (1:8) IS NUMERIC
            AND CommandLineArg (9:12) = SPACES
        MOVE CommandLineArg (1:8) TO PostingDate
    ELSE
        DISPLAY "Posting date (YYYYMMDD) > " WITH NO ADVANCING
        ACCEPT PostingDate
    END-IF.

    PERFORM LoadSettlementAccounts.

    OPEN I-O SentFile.
    IF SentFileNotFound
        *> partsent.dat doesn't exist yet -- the first run sets it up
        OPEN OUTPUT SentFile
        CLOSE SentFile
        OPEN I-O SentFile
    END-IF.
    IF NOT SentFileOk
        *> any other failure leaves the markers alone -- without them
        *> every transfer of the day would go across a second time
        DISPLAY "*** ERROR: partsent.dat will not open (status "
            SentFileStatus ") -- nothing sent."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM TallySettlementMovement.
    PERFORM FindNextRunNumber.
    *> a rerun with nothing new writes no file; the day's first run
    *> always does, empty if there is nothing at all
    IF ToSendCount > 0 OR RunNumber = 1
        MOVE "Y" TO WriteOutFile
        MOVE OutFileName TO H2File
    ELSE
        MOVE "none -- nothing new to send" TO H2File
    END-IF.

    OPEN OUTPUT PrintFile.
    PERFORM WritePageHeading.
    PERFORM ListAndSendItems.
    PERFORM MarkSentItems.
    PERFORM WriteProofSection.
    CLOSE PrintFile.
    CLOSE SentFile.
    CLOSE AcctMaster.

    IF NOT FileProves
        DISPLAY "*** Outbound file does NOT prove against settlement "
            "movement -- see partner-out.prt."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WriteOutFile = "Y"
            DISPLAY "Outbound file written -- " DetailCount
                " transfers to " OutFileName
            DISPLAY "  see partner-out.prt."
        ELSE
            DISPLAY "Nothing new to send for " PostingDate
                " -- no file written; see partner-out.prt."
        END-IF
    END-IF.
    STOP RUN.

LoadSettlementAccounts.
    *> XrefFile is OPTIONAL -- with no cross-references there are no
    *> settlement accounts and the file goes out empty
    MOVE "N" TO Eof.
    OPEN INPUT XrefFile.
    PERFORM UNTIL Eof = "Y"
        READ XrefFile NEXT RECORD
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                IF XrefActive AND XrefSendsOutbound
                    PERFORM AddSettlementAccount
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XrefFile.
    IF SettleOverflow > 0
        DISPLAY "*** " SettleOverflow " settlement account(s) beyond "
            "the first " SettleMax " were not picked up."
    END-IF.

AddSettlementAccount.
    MOVE XrefOurAccount TO AcctNumber.
    PERFORM FindSettlementAccount.
    IF SaIdx <= SettleCount
        MOVE "Y" TO SaAmbiguous (SaIdx)
    ELSE
        IF SettleCount >= SettleMax
            ADD 1 TO SettleOverflow
        ELSE
            ADD 1 TO SettleCount
            MOVE SettleCount     TO SaIdx
            MOVE XrefOurAccount  TO SaOurAccount (SaIdx)
            MOVE XrefPartnerAcct TO SaPartnerAcct (SaIdx)
            MOVE "N" TO SaAmbiguous (SaIdx)
            MOVE 0 TO SaCredits (SaIdx)
            MOVE 0 TO SaNotSent (SaIdx)
            MOVE 0 TO SaSentBefore (SaIdx)
            MOVE 0 TO SaThisFile (SaIdx)
            MOVE 0 TO SaDebits (SaIdx)
        END-IF
    END-IF.

FindSettlementAccount.
    *> looks AcctNumber up in the table; SaIdx past SettleCount means
    *> it is not a settlement account
    MOVE 1 TO SaIdx.
    PERFORM UNTIL SaIdx > SettleCount
            OR SaOurAccount (SaIdx) = AcctNumber
        ADD 1 TO SaIdx
    END-PERFORM.

TallySettlementMovement.
    *> first pass: what is waiting to go out, so a repeated run can
    *> tell whether there is anything new before it touches the file
    MOVE "N" TO Eof.
    OPEN INPUT TransFile.
    PERFORM UNTIL Eof = "Y"
        READ TransFile
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                IF EntryDate = PostingDate
                    MOVE ToAccount TO AcctNumber
                    PERFORM FindSettlementAccount
                    IF SaIdx <= SettleCount
                        PERFORM ClassifyItem
                        IF ItemToSend
                            ADD 1 TO ToSendCount
                            ADD CreditValue TO ToSendTotal
                        END-IF
                        IF ItemSentBefore
                            ADD 1 TO SentBeforeCount
                            IF PsRunNumber > LastRunNumber
                                MOVE PsRunNumber TO LastRunNumber
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TransFile.

FindNextRunNumber.
    *> the first run number past both the day's markers and the
    *> day's files still on disk, so an earlier file is never opened
    *> for output again
    MOVE LastRunNumber TO RunNumber.
    MOVE "00" TO OutFileStatus.
    PERFORM UNTIL NOT OutFileOk OR RunNumber = 99
        ADD 1 TO RunNumber
        MOVE SPACES TO OutFileName
        STRING "partner-out." PostingDate "." RunNumber ".dat"
            DELIMITED BY SIZE INTO OutFileName
        OPEN INPUT OutFile
        IF OutFileOk
            CLOSE OutFile
        END-IF
    END-PERFORM.
    IF NOT OutFileNotFound
        DISPLAY "*** ERROR: no free run number for " PostingDate
            " (status " OutFileStatus " on " OutFileName
            ") -- nothing sent."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ClassifyItem.
    MOVE TranToAmount TO CreditValue.
    EVALUATE TRUE
        WHEN OperatorId = "PARTNER"
            MOVE "N" TO ItemClass
            MOVE "NOT SENT -- FROM PARTNER" TO ItemText
        WHEN RefTransId NOT = 0
            MOVE "N" TO ItemClass
            MOVE "NOT SENT -- REVERSAL" TO ItemText
        WHEN SaAmbiguous (SaIdx) = "Y"
            MOVE "H" TO ItemClass
            MOVE "HELD -- XREF AMBIGUOUS" TO ItemText
        WHEN OTHER
            MOVE TransId TO PsTransId
            READ SentFile
                INVALID KEY
                    CONTINUE
            END-READ
            IF SentFileOk
                MOVE "B" TO ItemClass
                MOVE SPACES TO ItemText
                STRING "SENT ALREADY -- RUN " PsRunNumber
                    DELIMITED BY SIZE INTO ItemText
            ELSE
                MOVE "S" TO ItemClass
                MOVE "SENT" TO ItemText
            END-IF
    END-EVALUATE.

ListAndSendItems.
    *> second pass: every transfer into a settlement account is
    *> listed, the new ones written and marked, and the movement
    *> totalled per account for the proof
    MOVE "TRANSFERS INTO SETTLEMENT ACCOUNTS" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "Trans ID   From   To     Their account       Amount"
        & "  Result" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "---------  -----  -----  ------------  ------------"
        & "  ------------------------" TO PrintLine.
    PERFORM WriteOneLine.

    IF WriteOutFile = "Y"
        OPEN OUTPUT OutFile
        IF NOT OutFileOk
            DISPLAY "*** ERROR: " OutFileName " will not open (status "
                OutFileStatus ") -- nothing sent."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "H"          TO OhRecType
        MOVE PostingDate  TO OhFileDate
        MOVE OurPartnerId TO OhPartnerId
        WRITE OutHeaderRecord
    END-IF.

    MOVE "N" TO Eof.
    OPEN INPUT TransFile.
    OPEN INPUT AcctMaster.
    PERFORM UNTIL Eof = "Y"
        READ TransFile
            AT END
                MOVE "Y" TO Eof
            NOT AT END
                IF EntryDate = PostingDate
                    PERFORM ProcessDayTransfer
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TransFile.

    IF WriteOutFile = "Y"
        MOVE "T"         TO OtRecType
        MOVE DetailCount TO OtRecCount
        MOVE HashTotal   TO OtHashTotal
        WRITE OutTrailerRecord
        CLOSE OutFile
    END-IF.

ProcessDayTransfer.
    *> a transfer out of a settlement account is movement on it too,
    *> shown on the proof for information
    MOVE FromAccount TO AcctNumber.
    PERFORM FindSettlementAccount.
    IF SaIdx <= SettleCount
        MOVE Amount TO DebitValue
        ADD DebitValue TO SaDebits (SaIdx)
    END-IF.

    MOVE ToAccount TO AcctNumber.
    PERFORM FindSettlementAccount.
    IF SaIdx <= SettleCount
        PERFORM ClassifyItem
        ADD CreditValue TO SaCredits (SaIdx)
        EVALUATE TRUE
            WHEN ItemToSend AND WriteOutFile = "N"
                *> posted since the first pass found nothing new --
                *> it goes on the next run
                MOVE "NOT SENT -- RUN AGAIN" TO ItemText
                ADD CreditValue TO SaNotSent (SaIdx)
            WHEN ItemToSend
                PERFORM SendItem
            WHEN ItemSentBefore
                ADD CreditValue TO SaSentBefore (SaIdx)
            WHEN OTHER
                ADD CreditValue TO SaNotSent (SaIdx)
        END-EVALUATE
        MOVE SPACES TO ItemLine
        MOVE TransId     TO IlTransId
        MOVE FromAccount TO IlFrom
        MOVE ToAccount   TO IlTo
        MOVE SaPartnerAcct (SaIdx) TO IlPartner
        MOVE CreditValue TO IlAmount
        MOVE ItemText    TO IlResult
        MOVE ItemLine    TO PrintLine
        PERFORM WriteOneLine
    END-IF.

SendItem.
    IF SendCount >= SendMax
        *> nothing is marked yet and the file has no trailer, so the
        *> whole run can simply be repeated once the table is larger
        DISPLAY "*** ERROR: more than " SendMax " transfers to send -- "
            "table is full, aborting; " OutFileName " has no trailer "
            "and must not be sent."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "D"         TO OdRecType.
    MOVE FromAccount TO OdFromAcct.
    MOVE SaPartnerAcct (SaIdx) TO OdToAcct.
    MOVE CreditValue TO OdAmount.
    WRITE OutDetailRecord.
    ADD 1 TO DetailCount.
    ADD CreditValue TO HashTotal.
    ADD CreditValue TO SaThisFile (SaIdx).
    ADD 1 TO SendCount.
    MOVE TransId               TO SdTransId (SendCount).
    MOVE SaPartnerAcct (SaIdx) TO SdPartnerAcct (SendCount).

MarkSentItems.
    *> runs after the trailer is written and the file closed, so a
    *> transfer is only ever marked once it is on a complete file
    PERFORM VARYING SdIdx FROM 1 BY 1 UNTIL SdIdx > SendCount
        MOVE SdTransId (SdIdx)     TO PsTransId
        MOVE PostingDate           TO PsFileDate
        ACCEPT PsRunDate FROM DATE YYYYMMDD
        ACCEPT PsRunTime FROM TIME
        MOVE SdPartnerAcct (SdIdx) TO PsPartnerAcct
        MOVE RunNumber             TO PsRunNumber
        WRITE SentRecord
            INVALID KEY
                ADD 1 TO MarkFailures
        END-WRITE
    END-PERFORM.

WriteProofSection.
    *> per settlement account: the day's credits must equal what was
    *> not for sending (or held) + what went on an earlier run + this
    *> file, and this file's own trailer must equal what the first
    *> pass found waiting
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "SETTLEMENT ACCOUNT PROOF" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "Acct          Credits    Not sent/held    Sent earlier"
        & "       This file  Ccy" TO PrintLine.
    PERFORM WriteOneLine.
    MOVE "-----  --------------  --------------  --------------"
        & "  --------------  ---" TO PrintLine.
    PERFORM WriteOneLine.

    PERFORM VARYING SaIdx FROM 1 BY 1 UNTIL SaIdx > SettleCount
        PERFORM WriteAccountProof
    END-PERFORM.

    COMPUTE TotalAccounted = TotalNotSent + TotalSentBefore
        + TotalThisFile.
    IF TotalAccounted NOT = TotalCredits
            OR TotalThisFile NOT = HashTotal
            OR DetailCount NOT = ToSendCount
            OR HashTotal NOT = ToSendTotal
            OR MarkFailures NOT = 0
        MOVE "N" TO ProofResult
    END-IF.

    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    MOVE TotalCredits TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Settlement credits for the day  " PrintHash
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE TotalNotSent TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Less not for sending / held     " PrintHash
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE TotalSentBefore TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Less sent on an earlier run     " PrintHash
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE TotalThisFile TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "Sent on this file               " PrintHash
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE HashTotal TO PrintHash.
    MOVE SPACES TO PrintLine.
    STRING "File trailer hash total         " PrintHash
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE DetailCount TO PrintCount.
    MOVE SPACES TO PrintLine.
    STRING "File trailer record count       " PrintCount
        DELIMITED BY SIZE INTO PrintLine.
    PERFORM WriteOneLine.
    MOVE SPACES TO PrintLine.
    PERFORM WriteOneLine.
    IF MarkFailures NOT = 0
        MOVE MarkFailures TO PrintCount
        MOVE SPACES TO PrintLine
        STRING "Sent but NOT marked on partsent " PrintCount
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF WriteOutFile = "N"
        MOVE "Nothing new to send -- no file written on this run."
            TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF FileProves
        MOVE "*** OUTBOUND FILE PROVES TO SETTLEMENT MOVEMENT"
            TO PrintLine
    ELSE
        MOVE "*** OUTBOUND FILE DOES NOT PROVE -- DO NOT SEND"
            TO PrintLine
    END-IF.
    PERFORM WriteOneLine.

WriteAccountProof.
    MOVE SPACES TO SummaryLine.
    MOVE SaOurAccount (SaIdx) TO SlAccount.
    MOVE SaCredits (SaIdx)    TO SlCredits.
    MOVE SaNotSent (SaIdx)    TO SlNotSent.
    MOVE SaSentBefore (SaIdx) TO SlBefore.
    MOVE SaThisFile (SaIdx)   TO SlThisFile.
    MOVE SaOurAccount (SaIdx) TO AcctNumber.
    READ AcctMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF AcctMasterOk
        MOVE AcctCurrency TO SlCcy
    END-IF.
    MOVE SummaryLine TO PrintLine.
    PERFORM WriteOneLine.
    IF SaDebits (SaIdx) NOT = 0
        MOVE SaDebits (SaIdx) TO PrintHash
        MOVE SPACES TO PrintLine
        STRING "       debits for the day " PrintHash
            DELIMITED BY SIZE INTO PrintLine
        PERFORM WriteOneLine
    END-IF.
    IF SaAmbiguous (SaIdx) = "Y"
        MOVE "       *** more than one outbound cross-reference -- "
            & "nothing sent" TO PrintLine
        PERFORM WriteOneLine
    END-IF.
    ADD SaCredits (SaIdx)    TO TotalCredits.
    ADD SaNotSent (SaIdx)    TO TotalNotSent.
    ADD SaSentBefore (SaIdx) TO TotalSentBefore.
    ADD SaThisFile (SaIdx)   TO TotalThisFile.

WritePageHeading.
    ADD 1 TO PageNumber.
    MOVE PageNumber TO H1Page.
    MOVE PostingDate TO H2Date.

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
