      *
      *  CICIWKR.cbl
      *
      *  CIC return alignment work record.  One row per matched
      *  customer per CICIBAT1 run, keyed on the customer number,
      *  holding the worst debt group any other institution reported
      *  for the borrower (already mapped to the LOANM-DELINQ-CODE
      *  scale) and the institution that reported it, so the Loan
      *  Master can be aligned in a single pass - LOANMSTR has no
      *  customer-keyed path.  Rebuilt from scratch by every run.
      *
	05 CICIW-CUSTOMER-NO		PIC X(12).
	05 CICIW-DEBT-GROUP		PIC S9(9) COMP-5.
	05 CICIW-BANK-CODE		PIC X(8).
      *
