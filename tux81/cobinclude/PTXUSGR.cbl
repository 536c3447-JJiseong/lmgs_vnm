      *
      *  PTXUSGR.cbl
      *
      *  Portal transfer daily usage.  One row per customer, keyed
      *  on the CIF number, holding the business date of the last
      *  portal transfer and the amount and count sent on it.
      *  PTXFR01 checks a new transfer against what is already
      *  used on today's date and adds it in once it posts; a row
      *  carrying an earlier date counts as nothing used, so the
      *  daily limit resets without a batch job.
      *
	05 PTXUSG-CUSTOMER-NO		PIC X(12).
	05 PTXUSG-USAGE-DATE		PIC X(8).
	05 PTXUSG-USED-AMOUNT		PIC S9(13)V99 COMP-3.
	05 PTXUSG-USED-COUNT		PIC 9(3).
      *
