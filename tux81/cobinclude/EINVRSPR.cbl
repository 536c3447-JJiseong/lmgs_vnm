      *
      *  EINVRSPR.cbl
      *
      *  E-invoice provider response record (EINVRSP), one per
      *  invoice the provider has processed: our invoice reference
      *  from the upload (EINVXTR), whether the invoice was issued
      *  or rejected, the provider's invoice number and issue date
      *  when issued, and the provider's reason when rejected.
      *  Loaded by EINVRBT1.
      *
	05 EINVRS-INVOICE-REF		PIC X(16).
	05 EINVRS-RESULT-FLAG		PIC X.
		88  EINVRS-ISSUED	VALUE "I".
		88  EINVRS-REJECTED	VALUE "R".
	05 EINVRS-INVOICE-NO		PIC X(20).
	05 EINVRS-ISSUE-DATE		PIC X(8).
	05 EINVRS-REASON		PIC X(40).
      *
