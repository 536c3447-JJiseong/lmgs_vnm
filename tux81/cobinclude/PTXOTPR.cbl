      *
      *  PTXOTPR.cbl
      *
      *  Portal one-time code.  One row per customer, keyed on the
      *  CIF number, holding the last six-digit code PTXFR01 issued
      *  to the phone on the contact registry (CNTCTR), when it
      *  was issued and when it lapses (PTXOTPM minutes, default
      *  5), and how many wrong codes have been keyed against it.
      *  A code is good for one transfer: it is marked used when
      *  the transfer posts, and locked once the wrong-code count
      *  reaches PTXOTPT (default 3), after which the customer must
      *  ask for a new one.  A new request replaces the old code.
      *
	05 PTXOTP-CUSTOMER-NO		PIC X(12).
	05 PTXOTP-CODE			PIC X(6).
	05 PTXOTP-PHONE			PIC X(15).
	05 PTXOTP-ISSUE-DATE		PIC X(8).
	05 PTXOTP-ISSUE-TIME		PIC X(6).
	05 PTXOTP-EXPIRY-DATE		PIC X(8).
	05 PTXOTP-EXPIRY-TIME		PIC X(6).
	05 PTXOTP-FAIL-COUNT		PIC 9(2).
	05 PTXOTP-STATUS-FLAG		PIC X.
		88  PTXOTP-ISSUED	VALUE "I".
		88  PTXOTP-USED		VALUE "U".
		88  PTXOTP-LOCKED	VALUE "L".
      *
