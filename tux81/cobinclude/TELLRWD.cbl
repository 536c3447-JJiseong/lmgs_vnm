      *  account and the cash amount paid out at the counter; the
      *  account's new balance and the teller's till cash-out total
      *  come back so the printed receipt can show what left the
      *  drawer, under till control instead of outside it.  The
      *  CIF numbers of the parties who signed the slip go in with
      *  it, checked against the account's signing mandate.
      *
	05 TELLRW-ACCOUNT-NO		PIC X(12).
	05 TELLRW-AMOUNT		PIC S9(11)V99 COMP-3.
	05 TELLRW-TILL-CASH-OUT		PIC S9(13)V99 COMP-3.
	05 TELLRW-TILL-COUNT		PIC S9(7) COMP-3.
	05 TELLRW-REJECT-REASON		PIC X(40).
	05 TELLRW-SIGNERS.
		10  TELLRW-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
      *
