      *
      *  EINVREGR.cbl
      *
      *  E-invoice register.  One row per invoice sent to the
      *  provider, keyed on our invoice reference ("EI" + invoice
      *  date + sequence), written SENT by EINVBT1 with the buyer,
      *  kind and totals, and moved to ISSUED with the provider's
      *  invoice number or REJECTED with the provider's reason by
      *  the response load (EINVRBT1).  The fee rows of a rejected
      *  invoice are released for the next day's extract; the
      *  register row stays as the record of the attempt.
      *
	05 EINVR-INVOICE-REF		PIC X(16).
	05 EINVR-CUSTOMER-NO		PIC X(12).
	05 EINVR-KIND			PIC X.
		88  EINVR-ORIGINAL	VALUE "O".
		88  EINVR-ADJUSTMENT	VALUE "A".
	05 EINVR-ORIG-INVOICE-NO	PIC X(20).
	05 EINVR-INVOICE-DATE		PIC X(8).
	05 EINVR-LINE-COUNT		PIC 9(5).
	05 EINVR-TOTAL-EXCL		PIC S9(13)V99 COMP-3.
	05 EINVR-TOTAL-VAT		PIC S9(13)V99 COMP-3.
	05 EINVR-TOTAL-INCL		PIC S9(13)V99 COMP-3.
	05 EINVR-STATUS-FLAG		PIC X.
		88  EINVR-SENT		VALUE "S".
		88  EINVR-ISSUED	VALUE "I".
		88  EINVR-REJECTED	VALUE "R".
	05 EINVR-PROVIDER-INVOICE-NO	PIC X(20).
	05 EINVR-RESPONSE-DATE		PIC X(8).
	05 EINVR-REJECT-REASON		PIC X(40).
      *
