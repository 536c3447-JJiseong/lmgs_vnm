      *
      *  DUPKWKR.cbl
      *
      *  Duplicate-customer match-key work record.  One row per
      *  match key per active customer per DUPCBT1 run: the key
      *  type, its normalised value, and the customer carrying it,
      *  all three in the record key - so the file reads back with
      *  every customer sharing a key side by side.  Key types:
      *  "I" national ID, "D" name + birth date + address (where a
      *  birth date is on file), "A" name + address (every
      *  customer), "P" phone.  Rebuilt from scratch by every run.
      *
	05 DUPKW-KEY.
		10  DUPKW-MATCH-TYPE	PIC X.
		10  DUPKW-MATCH-VALUE	PIC X(60).
		10  DUPKW-CUSTOMER-NO	PIC X(12).
      *
