      *
      *  EINVWKR.cbl
      *
      *  EINVBT1 work file: one row per customer, invoice kind,
      *  invoice adjusted and fee code, accumulating the
      *  VAT-inclusive amount of the fee rows that go on one
      *  e-invoice line, so the extract reads each invoice's lines
      *  together in customer order.  EINVW-INVOICE-REF is stamped
      *  when the invoice is numbered and is how the fee rows are
      *  then marked with the invoice they went on.  Built afresh on
      *  every run; nothing else reads it.
      *
	05 EINVW-KEY.
		10  EINVW-CUSTOMER-NO	PIC X(12).
		10  EINVW-KIND		PIC X.
		10  EINVW-ORIG-INVOICE-NO
					PIC X(20).
		10  EINVW-FEE-CODE	PIC X(4).
	05 EINVW-AMOUNT-INCL		PIC S9(13)V99 COMP-3.
	05 EINVW-FEE-COUNT		PIC 9(5).
	05 EINVW-VAT-RATE		PIC S9(3)V99 COMP-3.
	05 EINVW-ITEM-NAME		PIC X(40).
	05 EINVW-INVOICE-REF		PIC X(16).
      *
