*> Shared year-end interest and fee summary record layout for
*> taxcert.dat, written by TaxCert for the tax-authority return: one
*> "D" record per customer who was credited interest or charged fees
*> by IntPost in the tax year, with the totals in base currency at
*> the rates fixed when each posting was made (TranBaseAmount), net of
*> any IntPost posting reversed in the same year -- the same figures
*> printed as the base-currency total on the customer's certificate.
*> TaxCert closes the file with a "T" trailer record (declared in the
*> program) carrying the record count and both grand totals, so the
*> receiving side can prove the file before loading it.
    05 TxRecType        PIC X.
    05 TxTaxYear        PIC 9(4).
    05 TxCustId         PIC 9(6).
    05 TxCustName       PIC X(30).
    05 TxAcctCount      PIC 9(3).
    05 TxInterestBase   PIC S9(9)V99 SIGN LEADING SEPARATE.
    05 TxFeeBase        PIC S9(9)V99 SIGN LEADING SEPARATE.
