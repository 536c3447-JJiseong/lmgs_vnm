      *
      *  RCDEPD.cbl
      *
      *  RCDEP01 service buffer.  OPEN books a recurring deposit
      *  for the customer against the linked demand-deposit account
      *  the installments are collected from; a zero rate takes the
      *  rate board's rate for the tenor, a keyed one is checked
      *  against it.  The booked rate, maturity date and first due
      *  date come back.  INQUIRE returns the deposit's current
      *  state - installments paid and missed, balance collected,
      *  penalty flag and status.
      *
	05 RCDEPD-FUNCTION-CODE		PIC X.
		88  RCDEPD-OPEN		VALUE "O".
		88  RCDEPD-INQUIRE	VALUE "I".
	05 RCDEPD-DEPOSIT-NO		PIC X(12).
	05 RCDEPD-CUSTOMER-NO		PIC X(12).
	05 RCDEPD-LINKED-ACCOUNT	PIC X(12).
	05 RCDEPD-INSTALLMENT-AMT	PIC S9(11)V99 COMP-3.
	05 RCDEPD-TENOR-MONTHS		PIC S9(5) COMP-3.
	05 RCDEPD-INTEREST-RATE		PIC S9(3)V9(4) COMP-3.
	05 RCDEPD-MATURITY-INSTR	PIC X.
	05 RCDEPD-MATURITY-DATE		PIC X(8).
	05 RCDEPD-NEXT-DUE-DATE		PIC X(8).
	05 RCDEPD-PAID-COUNT		PIC S9(5) COMP-3.
	05 RCDEPD-MISSED-COUNT		PIC S9(5) COMP-3.
	05 RCDEPD-BALANCE		PIC S9(11)V99 COMP-3.
	05 RCDEPD-PENALTY-FLAG		PIC X.
	05 RCDEPD-STATUS-FLAG		PIC X.
	05 RCDEPD-REJECT-REASON		PIC X(40).
      *
