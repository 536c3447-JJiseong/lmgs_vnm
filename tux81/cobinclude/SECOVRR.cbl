      *
      *  SECOVRR.cbl
      *
      *  Sector-limit head-office override register.  One row per
      *  loan application head office has allowed past its sector's
      *  concentration limit, keyed on the application number: the
      *  customer and the amount allowed, the reason, and the maker
      *  and checker - keyed at SECOVMT1 and written only by
      *  APPRMNT1 (target SECOVRR) on approval, stamped with the
      *  sector position SECLCK1 reported at that moment.  LNAPPS01
      *  lets an application over its sector limit through only
      *  when a row here names the application and customer for at
      *  least the amount asked.
      *
	05 SECOV-APPLICATION-NO		PIC X(12).
	05 SECOV-CUSTOMER-NO		PIC X(12).
	05 SECOV-AMOUNT			PIC S9(11)V99 COMP-3.
	05 SECOV-REASON			PIC X(40).
	05 SECOV-MAKER			PIC X(30).
	05 SECOV-APPROVED-BY		PIC X(30).
	05 SECOV-APPROVED-DATE		PIC X(8).
	05 SECOV-SECTOR-CODE		PIC X(4).
	05 SECOV-SECTOR-EXPOSURE	PIC S9(13)V99 COMP-3.
	05 SECOV-LIMIT-AMOUNT		PIC S9(13)V99 COMP-3.
      *
