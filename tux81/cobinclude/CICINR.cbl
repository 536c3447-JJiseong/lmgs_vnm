      *
      *  CICINR.cbl
      *
      *  Credit-registry (CIC) monthly return record - the inbound
      *  counterpart of CICXTRR, in the registry's fixed display
      *  format.  One row per borrower per reporting institution,
      *  carrying the 1-5 debt group that institution classified
      *  the borrower in for the period; the registry leaves our
      *  own submission out of the return it sends us.  The file
      *  travels with a companion control record (CICIN.CTL, count
      *  and balance total) that CICIBAT1 verifies through
      *  XTRCTLV1 before any row is taken.  Read by CICIBAT1.
      *
	05 CICIN-NATIONAL-ID		PIC X(20).
	05 CICIN-BANK-CODE		PIC X(8).
	05 CICIN-BALANCE		PIC 9(13)V99.
	05 CICIN-DEBT-GROUP		PIC 9.
	05 CICIN-PERIOD			PIC X(6).
      *
