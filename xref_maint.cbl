*> 12-character account numbers to ours that PartnerIn translates
*> their daily transfer file through. Our side of each entry is
*> validated against acctmast.dat at entry time, so a translation
*> can't point at an account that doesn't exist. An entry can also
*> designate our account as a correspondent settlement account for
*> PartnerOut's outbound file; only one active outbound entry may
*> point at any one account of ours. Cross-reference
*> changes are under dual control: an add, re-point or cancel is
*> lodged on chgqueue.dat with the entry's before and after image and
*> only reaches acctxref.dat when a supervisor other than the keying
*> operator approves it in ChgCheck.
IDENTIFICATION DIVISION.
    PROGRAM-ID. XrefMaint.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL XrefFile ASSIGN TO "acctxref.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XrefPartnerAcct
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AcctNumber
                FILE STATUS IS AcctMasterStatus.
            SELECT OperMaster ASSIGN TO "opermast.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OperId
                FILE STATUS IS OperMasterStatus.
            SELECT ChgFile ASSIGN TO "chgqueue.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ChgId
                FILE STATUS IS ChgFileStatus.

DATA DIVISION.
    FILE SECTION.
        01 AcctMasterRecord.
            COPY "acctmast.cpy".

        FD OperMaster.
        01 OperMasterRecord.
            COPY "opermast.cpy".

        FD ChgFile.
        01 ChgRecord.
            COPY "chgqueue.cpy".

    WORKING-STORAGE SECTION.
        01 ShouldContinue   PIC X   VALUE "C".
            88 Done         VALUES "Q" "q".
        01 AcctMasterStatus PIC XX.
            88 AcctMasterOk       VALUE "00".
            88 AcctMasterNotFound VALUE "23".
        01 OperMasterStatus PIC XX.
            88 OperMasterOk VALUE "00".
        01 ChgFileStatus    PIC XX.
            88 ChgFileOk        VALUE "00".
            88 ChgFileNotFound  VALUE "35".
            88 ChgFileDuplicate VALUE "22".

        01 MaintAction      PIC X.
        01 MaintOperator    PIC X(8).
        01 ChgEof           PIC X    VALUE "N".
        01 LastChgId        PIC 9(6) VALUE 0.
        01 ChgLodged        PIC X.

        01 NewPartnerAcct   PIC X(12).
        01 NewOurAccount    PIC 9(5).
        01 NewOutbound      PIC X.
        01 XrefScanEof      PIC X.
        01 OutboundTaken    PIC X.

PROCEDURE DIVISION.
    OPEN INPUT OperMaster.
    DISPLAY "Operator > " WITH NO ADVANCING.
    ACCEPT MaintOperator.
    MOVE MaintOperator TO OperId.
    READ OperMaster
        INVALID KEY
            CONTINUE
    END-READ.
    IF NOT OperMasterOk
        DISPLAY "Operator " MaintOperator
            " is not on the operator master."
        CLOSE OperMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT OperIsActive
        DISPLAY "Operator " MaintOperator " is not active."
        CLOSE OperMaster
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE OperMaster.

    OPEN I-O ChgFile.
    IF ChgFileNotFound
        *> chgqueue.dat doesn't exist yet -- whichever maintenance
        *> program lodges the first change sets up the queue, rather
        *> than requiring some other program to have run first.
        OPEN OUTPUT ChgFile
        CLOSE ChgFile
        OPEN I-O ChgFile
    END-IF.
    IF NOT ChgFileOk
        DISPLAY "*** ERROR: chgqueue.dat will not open (status "
            ChgFileStatus ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM FindLastChgId.
    *> XrefFile is OPTIONAL and only read here -- until the first
    *> approved change creates acctxref.dat every entry keyed is
    *> lodged as an add
    OPEN INPUT XrefFile.
    OPEN INPUT AcctMaster.
    DISPLAY "Enter cross-reference action, use Q command to quit.".
    PERFORM MaintainXref UNTIL Done.
    CLOSE XrefFile.
    CLOSE AcctMaster.
    CLOSE ChgFile.
    STOP RUN.

MaintainXref.
    ACCEPT NewPartnerAcct
    DISPLAY "Our account number     > " WITH NO ADVANCING
    ACCEPT NewOurAccount
    DISPLAY "Outbound settlement (Y/N) > " WITH NO ADVANCING
    ACCEPT NewOutbound
    IF NewOutbound = "y"
        MOVE "Y" TO NewOutbound
    END-IF
    IF NewOutbound NOT = "Y"
        MOVE "N" TO NewOutbound
    END-IF

    IF NewPartnerAcct = SPACES
        DISPLAY "Partner account must not be blank -- not saved."
            DISPLAY "Account " NewOurAccount
                " does not exist -- not saved."
        ELSE
            MOVE "N" TO OutboundTaken
            IF NewOutbound = "Y"
                PERFORM CheckOutboundTaken
            END-IF
            IF OutboundTaken = "Y"
                DISPLAY "Account " NewOurAccount " is already sent "
                    "outbound under another partner account -- "
                    "not saved."
            ELSE
                PERFORM SaveXref
            END-IF
        END-IF
    END-IF.

CheckOutboundTaken.
    *> PartnerOut translates a settlement account back to exactly one
    *> correspondent account, so a second active outbound entry for
    *> the same account of ours is refused
    MOVE "N" TO XrefScanEof.
    MOVE LOW-VALUES TO XrefPartnerAcct.
    START XrefFile KEY IS >= XrefPartnerAcct
        INVALID KEY
            MOVE "Y" TO XrefScanEof
    END-START.
    PERFORM UNTIL XrefScanEof = "Y"
        READ XrefFile NEXT RECORD
            AT END
                MOVE "Y" TO XrefScanEof
            NOT AT END
                IF XrefActive AND XrefSendsOutbound
                        AND XrefOurAccount = NewOurAccount
                        AND XrefPartnerAcct NOT = NewPartnerAcct
                    MOVE "Y" TO OutboundTaken
                    MOVE "Y" TO XrefScanEof
                END-IF
        END-READ
    END-PERFORM.

SaveXref.
    MOVE NewPartnerAcct TO XrefPartnerAcct.
    READ XrefFile
            CONTINUE
    END-READ.

    MOVE "ACCTXREF" TO ChgTarget.
    MOVE NewPartnerAcct TO ChgKey.
    IF XrefFileOk
        MOVE "U"        TO ChgAction
        MOVE "Y"        TO ChgBeforeFound
        MOVE XrefRecord TO ChgBeforeImage
    ELSE
        MOVE "A"        TO ChgAction
        MOVE "N"        TO ChgBeforeFound
        MOVE SPACES     TO ChgBeforeImage
    END-IF.

    MOVE NewPartnerAcct TO XrefPartnerAcct.
    MOVE NewOurAccount  TO XrefOurAccount.
    MOVE "A"            TO XrefStatus.
    MOVE NewOutbound    TO XrefOutbound.

    MOVE XrefRecord TO ChgAfterImage.
    PERFORM LodgeChange.

CancelXref.
    DISPLAY "Partner account number > " WITH NO ADVANCING
            DISPLAY "Cross-reference " NewPartnerAcct
                " is already cancelled."
        ELSE
            MOVE "ACCTXREF"     TO ChgTarget
            MOVE "X"            TO ChgAction
            MOVE NewPartnerAcct TO ChgKey
            MOVE "Y"            TO ChgBeforeFound
            MOVE XrefRecord     TO ChgBeforeImage
            MOVE "X" TO XrefStatus
            MOVE XrefRecord TO ChgAfterImage
            PERFORM LodgeChange
        END-IF
    END-IF.

FindLastChgId.
    *> changes are numbered in key order, so the last one read is the
    *> highest number issued so far
    PERFORM UNTIL ChgEof = "Y"
        READ ChgFile NEXT RECORD
            AT END
                MOVE "Y" TO ChgEof
            NOT AT END
                MOVE ChgId TO LastChgId
        END-READ
        IF NOT ChgFileOk
            MOVE "Y" TO ChgEof
        END-IF
    END-PERFORM.

LodgeChange.
    *> the change waits on chgqueue.dat for a supervisor's approval
    *> in ChgCheck instead of being written -- see chgqueue.cpy.
    *> Another maintenance program may have lodged items since this
    *> one started, so a number already taken just moves on to the
    *> next one.
    MOVE MaintOperator TO ChgMakerId.
    ACCEPT ChgMakerDate FROM DATE YYYYMMDD.
    ACCEPT ChgMakerTime FROM TIME.
    MOVE "P"    TO ChgStatus.
    MOVE SPACES TO ChgCheckerId.
    MOVE 0      TO ChgCheckerDate.
    MOVE 0      TO ChgCheckerTime.
    MOVE SPACES TO ChgDeclineReason.
    MOVE "N" TO ChgLodged.
    PERFORM UNTIL ChgLodged NOT = "N"
        ADD 1 TO LastChgId
        MOVE LastChgId TO ChgId
        WRITE ChgRecord
            INVALID KEY
                IF NOT ChgFileDuplicate
                    MOVE "E" TO ChgLodged
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO ChgLodged
        END-WRITE
        IF ChgLodged = "N" AND NOT ChgFileDuplicate
            MOVE "E" TO ChgLodged
        END-IF
    END-PERFORM.
    IF ChgLodged = "Y"
        DISPLAY "Change " ChgId " lodged for supervisor approval."
    ELSE
        DISPLAY "Unable to lodge change for " ChgKey
    END-IF.
