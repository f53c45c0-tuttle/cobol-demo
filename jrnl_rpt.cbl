*> and/or entry date range. Direct balance overrides are flagged with
*> *** since those bypass the entire transaction/batch control
*> framework and are the first place to look when a balance is wrong.
*> Each change shows the operator who keyed it and the supervisor who
*> approved it.
IDENTIFICATION DIVISION.
    PROGRAM-ID. JrnlRpt.
ENVIRONMENT DIVISION.
    DISPLAY " ".
    DISPLAY OverrideFlag " " JrnlDate " " JrnlTime " " ActionWord
        " account " JrnlAcctNumber " by operator " JrnlOperatorId.
    IF JrnlApprovedBy NOT = SPACES
        DISPLAY "    approved by " JrnlApprovedBy
    END-IF.
    DISPLAY "    before: " JrnlOldName " balance " JrnlOldBalance
        " status " JrnlOldStatus.
    DISPLAY "    after:  " JrnlNewName " balance " JrnlNewBalance
