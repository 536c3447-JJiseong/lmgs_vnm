	05 DDACC-OD-INTEREST-RATE	PIC S9(3)V9(4) COMP-3.
	05 DDACC-OD-ACCRUED-INT		PIC S9(11)V99 COMP-3.
      *
      *
      *  DDACC-HOME-BRANCH is the branch whose books carry the
      *  account, stamped from the opening teller's branch by
      *  DDACCT01 and moved only by the branch-transfer engine
      *  (BRXFRP1) with its GL transfer legs.  The posters carry
      *  the liability and accrued interest legs on it.  Spaces
      *  (rows from before the field) post and reconcile
      *  (SLRCNBT1) on head office 000000 until a transfer homes
      *  them; the branch merger (BRMGBT1) lists them.
      *
	05 DDACC-HOME-BRANCH		PIC X(6).
      *
