      *
      *  FTPRATR.cbl
      *
      *  Funds-transfer-pricing rate table.  One row per product
      *  and tenor band, keyed on both: the annual rate at which
      *  treasury charges a lending product for the funds it uses,
      *  or credits a deposit product for the funds it brings in.
      *  The product is a loan product code (LNPRODR) or one of
      *  the two deposit codes, DDEP for demand deposits and FDEP
      *  for fixed deposits.  The tenor is the upper bound of the
      *  band in months: an account takes the first row of its
      *  product whose tenor is at or above the account's own
      *  (LOANM-TERM-MONTHS, FXDEP-TENOR-MONTHS, zero for a demand
      *  deposit), so a product priced flat needs one row at 999.
      *  Read by the customer profitability report (CUSTPBT1);
      *  maintained through FTPRMNT1 under maker-checker dual
      *  control (APPRMNT1 target FTPRATR).
      *
	05 FTPR-KEY.
		10  FTPR-PRODUCT-CODE	PIC X(4).
		10  FTPR-TENOR-MONTHS	PIC 9(3).
	05 FTPR-RATE			PIC S9(3)V9(4) COMP-3.
	05 FTPR-DESCRIPTION		PIC X(30).
      *
