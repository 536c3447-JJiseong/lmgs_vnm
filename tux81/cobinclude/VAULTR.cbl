	05 VAULT-SELL-AMOUNT		PIC S9(13)V99 COMP-3.
	05 VAULT-TXN-COUNT		PIC S9(7) COMP-3.
      *
      *  Cash between the vault and the currency centre: a
      *  replenishment delivered into the safe (CENTRE-IN) or
      *  surplus cash sent back (CENTRE-OUT), each booked through
      *  VAULT01 against a cash order the treasury cash desk has
      *  approved (CASHORDR).  Part of the vault's position, so
      *  VAULTBT1's proof counts them.
      *
	05 VAULT-CENTRE-IN		PIC S9(13)V99 COMP-3.
	05 VAULT-CENTRE-OUT		PIC S9(13)V99 COMP-3.
      *
