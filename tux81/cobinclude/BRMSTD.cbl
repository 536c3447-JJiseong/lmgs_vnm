      *
      *  BRMST01 service buffer.  BRMSTD-FUNCTION-CODE selects
      *  whether the call creates, inquires, or updates a Branch
      *  Master record (BRMSTR), keyed on LMID.  The merger
      *  status is returned on INQUIRE only - BRMGBT1 sets it.
      *
	05 BRMSTD-FUNCTION-CODE	PIC X.
		88  BRMSTD-CREATE	VALUE "C".
	05 BRMSTD-DISB-LIMIT		PIC S9(13)V99 COMP-3.
	05 BRMSTD-CASH-LIMIT		PIC S9(13)V99 COMP-3.
      *
	05 BRMSTD-MERGE-INTO-BRANCH	PIC X(6).
	05 BRMSTD-MERGE-DATE		PIC X(8).
	05 BRMSTD-MERGE-STATUS		PIC X.
      *
