      *
      *  DUPPWKR.cbl
      *
      *  Duplicate-customer pair work record.  One row per pair of
      *  customers found sharing at least one match key in a
      *  DUPCBT1 run, lower customer number first, with a flag per
      *  kind of key they share - a pair sharing several keys
      *  collects them all here before it is scored.  Rebuilt from
      *  scratch by every run.
      *
	05 DUPPW-KEY.
		10  DUPPW-CUSTOMER-NO-1	PIC X(12).
		10  DUPPW-CUSTOMER-NO-2	PIC X(12).
	05 DUPPW-ID-MATCH		PIC X.
	05 DUPPW-NAME-MATCH		PIC X.
	05 DUPPW-PHONE-MATCH		PIC X.
      *
