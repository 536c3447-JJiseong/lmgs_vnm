      *  collected since the last remittance accumulates in
      *  CRLIFE-COLLECTED-AMT until the monthly remittance extract
      *  (CRLXBT1) pays the insurer and clears it.  Maintained
      *  through CRLFMNT1.  When the borrower dies the cover is
      *  claimed on through the death-claim register (CRLCLMR,
      *  CRLCBT1).
      *
	05 CRLIFE-ACCOUNT-NO		PIC X(12).
	05 CRLIFE-INSURER-CODE		PIC X(6).
