      *  against a maintained list before release instead of letting
      *  a mis-mapped product's bad GL account code bounce an entire
      *  batch file at the core banking GL and delay the day's close.
      *
      *  The account class says where the account sits in the
      *  accounts: asset, liability, equity, income or expense.  The
      *  year-end close (YECLBT1) zeroes every income and expense
      *  balance into retained earnings on it, so an account with no
      *  class is listed by the close and left open.
      *
	05 COACT-GL-ACCOUNT		PIC X(10).
	05 COACT-ACCOUNT-NAME		PIC X(30).
	05 COACT-STATUS-FLAG		PIC X.
		88  COACT-ACTIVE	VALUE "A".
		88  COACT-INACTIVE	VALUE "I".
	05 COACT-ACCOUNT-CLASS		PIC X.
		88  COACT-ASSET		VALUE "A".
		88  COACT-LIABILITY	VALUE "L".
		88  COACT-EQUITY	VALUE "Q".
		88  COACT-INCOME	VALUE "I".
		88  COACT-EXPENSE	VALUE "E".
		88  COACT-CLASS-VALID	VALUES "A", "L", "Q", "I", "E".
		88  COACT-PROFIT-AND-LOSS
					VALUES "I", "E".
      *
