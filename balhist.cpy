*> Shared daily balance-history record layout for balhist.dat, one
*> record per account per business day, written by BalHist as a
*> DayEnd step once the day's posting is done: the account's closing
*> ledger balance in its own currency, and its base-currency
*> equivalent fixed at that day's rate (BalFxRate; zero when the
*> currency had no active rate, in which case BalBaseAmount is zero
*> too). Closed accounts get no record. The key is the account
*> followed by the date, so one account's history reads in date
*> order: AcctInquiry looks a balance up as of any date (a
*> non-business day shows the closing balance of the business day
*> before it), BalAvgRpt reports each account's minimum, maximum and
*> average daily balance for a month, and IntPost can compute
*> interest on the month's average daily balance instead of the
*> balance on the day it runs. A rerun of BalHist for the same date
*> replaces that day's records rather than adding to them.
    05 BalKey.
        10 BalAcctNumber PIC 9(5).
        10 BalDate       PIC 9(8).
    05 BalClosing       PIC 9(7)V99.
    05 BalCurrency      PIC X(3).
    05 BalFxRate        PIC 9(5)V9(6).
    05 BalBaseAmount    PIC 9(9)V99.
    05 BalAcctStatus    PIC X.
