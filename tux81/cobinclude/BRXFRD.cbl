      *
      *  BRXFRD.cbl
      *
      *  Branch-transfer buffer.  The BRXFR01 service buffer and
      *  the parameter block of the transfer engine BRXFRP1, so the
      *  counter service and the branch-merger batch (BRMGBT1)
      *  move an account through exactly the same code.
      *
      *  BRXFRD-ACCOUNT-TYPE names the book: a loan (LOANMSTR), a
      *  demand-deposit account (DDACCTR) or a fixed deposit
      *  (FXDEPR).  BRXFRD-FROM-BRANCH is only read for a deposit
      *  row not yet homed (home branch spaces) - it names the
      *  branch whose books the account stands in today - and
      *  always comes back as the branch the account left.
      *
      *  The amounts come back as the VND values moved between
      *  the two branches' books (a foreign-currency account at
      *  its book rate).  BRXFRD-PRINCIPAL-AMT is signed for a
      *  demand-deposit account - negative for a drawn overdraft.
      *  BRXFRD-RESULT-CODE is zero when the account moved, or the
      *  APPL code (APPLCODR) the service returns on refusal.
      *
	05 BRXFRD-ACCOUNT-TYPE		PIC X.
		88  BRXFRD-LOAN		VALUE "L".
		88  BRXFRD-DEMAND	VALUE "D".
		88  BRXFRD-FIXED	VALUE "F".
	05 BRXFRD-ACCOUNT-NO		PIC X(12).
	05 BRXFRD-TO-BRANCH		PIC X(6).
	05 BRXFRD-FROM-BRANCH		PIC X(6).
	05 BRXFRD-PRINCIPAL-AMT		PIC S9(13)V99 COMP-3.
	05 BRXFRD-ACCRUED-INT		PIC S9(13)V99 COMP-3.
	05 BRXFRD-OD-ACCRUED-INT	PIC S9(13)V99 COMP-3.
	05 BRXFRD-PENALTY-AMT		PIC S9(13)V99 COMP-3.
	05 BRXFRD-PROVISION-AMT		PIC S9(13)V99 COMP-3.
	05 BRXFRD-TRANID		PIC S9(9) COMP-5.
	05 BRXFRD-RESULT-CODE		PIC S9(9) COMP-5.
      *
