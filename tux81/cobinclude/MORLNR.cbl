      *
      *  MORLNR.cbl
      *
      *  Payment-moratorium review list and register.  One row per
      *  loan selected for a moratorium program (MORPGMR), keyed on
      *  the program code plus the loan account so a program's
      *  loans read together.  MORSBT1 writes the row PENDING with
      *  the debt group the loan stood in on the program's cut-off
      *  date; the credit officer proposes approval or rejection at
      *  MORREV1 and a second user decides it through APPRMNT1
      *  (target MORLNR), stamped in MORLN-DECIDED-BY.  MORABT1
      *  moves an APPROVED loan's unpaid schedule and marks the row
      *  APPLIED with the moratorium window, the principal and
      *  interest that fell due inside it and were deferred, and
      *  the interest the moratorium months ran up with how it was
      *  treated - the figures MORRPT1 reports to the SBV.
      *
	05 MORLN-KEY.
		10  MORLN-PGM-CODE	PIC X(8).
		10  MORLN-ACCOUNT-NO	PIC X(12).
	05 MORLN-CUSTOMER-NO		PIC X(12).
	05 MORLN-BRANCH-CODE		PIC X(6).
	05 MORLN-SECTOR-CODE		PIC X(4).
	05 MORLN-PRODUCT-CODE		PIC X(4).
	05 MORLN-DEBT-GROUP		PIC S9(9) COMP-5.
	05 MORLN-PRINCIPAL		PIC S9(11)V99 COMP-3.
	05 MORLN-STATUS-FLAG		PIC X.
		88  MORLN-PENDING	VALUE "P".
		88  MORLN-APPROVED	VALUE "A".
		88  MORLN-REJECTED	VALUE "R".
		88  MORLN-APPLIED	VALUE "D".
	05 MORLN-SELECT-DATE		PIC X(8).
	05 MORLN-DECIDED-BY		PIC X(30).
	05 MORLN-START-DATE		PIC X(8).
	05 MORLN-END-DATE		PIC X(8).
	05 MORLN-DEFER-PRINCIPAL	PIC S9(11)V99 COMP-3.
	05 MORLN-DEFER-INTEREST		PIC S9(11)V99 COMP-3.
	05 MORLN-MORAT-INTEREST		PIC S9(11)V99 COMP-3.
	05 MORLN-INT-TREATMENT		PIC X.
      *
