      *
      *  IBROPNR.cbl
      *
      *  Inter-branch open item record.  A due-to/due-from leg the
      *  nightly reconciliation (IBRCBT1) could not pair with an
      *  equal and opposite leg on another branch under the same
      *  TRANID waits here - keyed on the TRANID, the branch and
      *  the debit/credit side, legs of one TRANID on the same
      *  branch and side accumulating into one item - until a
      *  later night's leg answers it, and is listed by TRANID
      *  every night it stays open, with the date it was first
      *  seen, so finance chases the item instead of the month.
      *
	05 IBROPN-KEY.
		10  IBROPN-TRANID	PIC 9(9).
		10  IBROPN-BRANCH-CODE	PIC X(6).
		10  IBROPN-DR-CR-FLAG	PIC X.
			88  IBROPN-DEBIT	VALUE "D".
			88  IBROPN-CREDIT	VALUE "C".
	05 IBROPN-GL-ACCOUNT		PIC X(10).
	05 IBROPN-AMOUNT		PIC S9(13)V99 COMP-3.
	05 IBROPN-VALUE-DATE		PIC X(8).
	05 IBROPN-FIRST-SEEN-DATE	PIC X(8).
      *
