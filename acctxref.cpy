*> Shared record layout for the ACCTXREF account cross-reference
*> file, maintained by XrefMaint and read by PartnerIn and PartnerOut:
*> one record per correspondent-side account number, mapping it to
*> the account it settles against on our books. The correspondent's
*> numbers are 12 characters and nothing like ours, so every detail
*> on their daily transfer file is translated through this file; a
*> detail whose account has no (or a cancelled) cross-reference fails
*> translation and is listed on the reconciliation report instead of
*> being guessed at.
*> XrefOutbound "Y" designates our side as a correspondent settlement
*> account: transfers our customers make into it are payments to the
*> correspondent-side account on the entry, and PartnerOut sends them
*> across on the outbound file under that 12-character number. Only
*> one active outbound entry may point at a given account of ours, so
*> the translation back is never ambiguous. Files written before
*> XrefOutbound existed must be passed through XrefConv once, so the
*> record length matches.
    05 XrefPartnerAcct  PIC X(12).
    05 XrefOurAccount   PIC 9(5).
    05 XrefStatus       PIC X.
        88 XrefActive    VALUE "A".
        88 XrefCancelled VALUE "X".
    05 XrefOutbound     PIC X.
        88 XrefSendsOutbound VALUE "Y".
