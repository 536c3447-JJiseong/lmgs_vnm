      *  amount carries the movement in and the balance fields carry
      *  the account state back out.  SET-OVERDRAFT records the
      *  approved overdraft line (limit and debit-interest rate)
      *  from the OD fields; BALANCE reports them back.  WITHDRAW
      *  carries the CIF numbers of the parties who signed the slip,
      *  checked against the account's signing mandate (MANDCK1).
      *
	05 DDACCD-FUNCTION-CODE		PIC X.
		88  DDACCD-OPEN		VALUE "O".
	05 DDACCD-OD-LIMIT		PIC S9(11)V99 COMP-3.
	05 DDACCD-OD-RATE		PIC S9(3)V9(4) COMP-3.
	05 DDACCD-OD-ACCRUED		PIC S9(11)V99 COMP-3.
	05 DDACCD-SIGNERS.
		10  DDACCD-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
      *
