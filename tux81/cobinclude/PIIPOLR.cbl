      *
      *  PIIPOLR.cbl
      *
      *  Personal-data masking policy.  One row per extract per
      *  personal field, keyed on the extract code (the record an
      *  extract writer produces - CUSTLNXR, SMSXTRR, DDALXTR,
      *  EINVXTR, TXRPXTR, CRLCXTR, CICXTRR, LNCLSLTR for the loan
      *  debt-clearance letter - or ARCHINQ1 for the archived-log
      *  evidence listing) and the field code (NATID, NAME,
      *  ADDRESS, BIRTHDT from the CIF, PHONE and EMAIL from the
      *  contact registry), saying how the field may leave the
      *  bank on that extract: passed through in clear (P) for a
      *  recipient that needs it to do its job, masked (M) to its
      *  last four characters, or tokenised (T) to a stable
      *  reference that joins across extracts without revealing
      *  the value.  Every extract writer routes its personal
      *  fields through PIIMSK1, which applies the row and logs the
      *  disclosure (PIIDSCR); with no row the writer's own default
      *  holds.  Maintained through PIIPMNT1
      *  under maker-checker dual control (APPRMNT1 target
      *  PIIPOLR), so the data-protection officer's decisions are
      *  data, not code.
      *
	05 PIIPOL-KEY.
		10  PIIPOL-EXTRACT-CODE	PIC X(8).
		10  PIIPOL-FIELD-CODE	PIC X(8).
			88  PIIPOL-VALID-FIELD
				VALUES "NATID" "NAME" "ADDRESS"
					"BIRTHDT" "PHONE" "EMAIL".
	05 PIIPOL-TREATMENT		PIC X.
		88  PIIPOL-PASS		VALUE "P".
		88  PIIPOL-MASK		VALUE "M".
		88  PIIPOL-TOKENISE	VALUE "T".
	05 PIIPOL-RECIPIENT		PIC X(30).
	05 PIIPOL-REASON		PIC X(30).
      *
