      *
      *  VAULTFXR.cbl
      *
      *  Branch vault foreign-currency position record - VAULTR's
      *  sibling for the safe's foreign notes.  One row per branch
      *  per business day per currency, keyed branch + date +
      *  currency, carrying the opening balance the supervisor
      *  keys at start of day and the day's buy/sell movements
      *  against the tills, all posted through VAULT01 with a
      *  currency code and mirrored on the teller's TILLFXR row.
      *  VAULTBT1 proves it by currency alongside the VND proof.
      *
	05 VAULTFX-KEY.
		10  VAULTFX-BRANCH-CODE	PIC X(6).
		10  VAULTFX-DATE	PIC X(8).
		10  VAULTFX-CURRENCY-CODE
					PIC X(3).
	05 VAULTFX-OPENING-BAL		PIC S9(13)V99 COMP-3.
	05 VAULTFX-BUY-AMOUNT		PIC S9(13)V99 COMP-3.
	05 VAULTFX-SELL-AMOUNT		PIC S9(13)V99 COMP-3.
	05 VAULTFX-TXN-COUNT		PIC S9(7) COMP-3.
      *
