      *
      *  SUBCLMR.cbl
      *
      *  Interest-subsidy claim record.  One row per subsidized
      *  loan in the quarterly claim file handed to the State
      *  Treasury for one program (written by SUBCLBT1 to
      *  SUBCLM<program> under its .CTL control totals, XTRCTLW1),
      *  carrying the quarter, program, loan, customer, the
      *  outstanding principal and the subsidy interest claimed -
      *  the file that used to be built by hand from ACCRREGR.
      *
	05 SUBCLM-QUARTER		PIC X(6).
	05 SUBCLM-PROGRAM-CODE		PIC X(6).
	05 SUBCLM-ACCOUNT-NO		PIC X(12).
	05 SUBCLM-CUSTOMER-NO		PIC X(12).
	05 SUBCLM-PRINCIPAL		PIC S9(11)V99 COMP-3.
	05 SUBCLM-CLAIM-AMOUNT		PIC S9(11)V99 COMP-3.
      *
