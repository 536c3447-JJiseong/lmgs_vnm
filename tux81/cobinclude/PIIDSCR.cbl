      *
      *  PIIDSCR.cbl
      *
      *  Personal-data disclosure log.  One row appended by PIIMSK1
      *  each time an extract writer sends a personal field of a
      *  customer out of the bank: the customer, the extract code,
      *  the field, the treatment actually applied (P clear, M
      *  masked, T tokenised), the writer's reference for the row
      *  (account or alert number) and the date and time it went.
      *  The data-subject access report (DSARINQ1) reads it back to
      *  list every extract a customer's data was sent in over a
      *  date range.
      *
	05 PIIDSC-CUSTOMER-NO		PIC X(12).
	05 PIIDSC-EXTRACT-CODE		PIC X(8).
	05 PIIDSC-FIELD-CODE		PIC X(8).
	05 PIIDSC-TREATMENT		PIC X.
	05 PIIDSC-REFERENCE		PIC X(12).
	05 PIIDSC-DATE			PIC X(8).
	05 PIIDSC-TIME			PIC X(6).
      *
