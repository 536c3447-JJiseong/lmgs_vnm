      *  interface legs (GLINTFR) and transaction history rows
      *  (TRNHSTR) instead of the zero-fill the SVCRETLG/LNPOST01
      *  headers documented as a gap for years.
      *
      *  A second row keyed "CMPLSEQ " holds the last complaint
      *  number CMPLMNT1 gave out on the complaint register
      *  (CMPLREGR); TRANSEQ-LAST-TRANID carries the number there.
      *
	05 TRANSEQ-KEY			PIC X(8).
	05 TRANSEQ-LAST-TRANID		PIC S9(9) COMP-5.
