      *  cash to the teller); the vault's running position comes
      *  back so the supervisor can see the safe's figure without
      *  counting it mid-day.
      *
      *  VAULTD-CURRENCY-CODE names the currency of the notes
      *  moved: spaces or VND work the VND vault and till (VAULTR,
      *  TILLR) as before, a foreign currency works the branch's
      *  foreign-currency vault and drawer rows (VAULTFXR,
      *  TILLFXR) for that currency.
      *
      *  RECEIVE books a currency-centre delivery into the vault
      *  and RETURN books surplus cash sent back to the centre;
      *  both need the branch's approved cash order (CASHORDR) of
      *  that kind and VAULTD-AMOUNT equal to its approved amount.
      *  VND only - foreign notes are not ordered this way.
      *
	05 VAULTD-FUNCTION-CODE	PIC X.
		88  VAULTD-OPENING	VALUE "O".
		88  VAULTD-BUY		VALUE "B".
		88  VAULTD-SELL		VALUE "S".
		88  VAULTD-RECEIVE	VALUE "R".
		88  VAULTD-RETURN	VALUE "T".
	05 VAULTD-AMOUNT		PIC S9(13)V99 COMP-3.
	05 VAULTD-VAULT-POSITION	PIC S9(13)V99 COMP-3.
	05 VAULTD-REJECT-REASON		PIC X(40).
	05 VAULTD-CURRENCY-CODE		PIC X(3).
      *
