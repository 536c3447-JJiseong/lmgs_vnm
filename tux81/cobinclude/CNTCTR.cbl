      *  that reaches disconnected phones.  A customer with
      *  CNTCT-CONSENT-WITHDRAWN is skipped by the extracts
      *  entirely.
      *
      *  CNTCT-ALERT-MIN-AMOUNT is the customer's own floor for the
      *  deposit-movement alerts (DDALBT1): a movement smaller than
      *  it raises no alert.  Zero - the value on every row written
      *  before the field existed - alerts on every movement.
      *
	05 CNTCT-CUSTOMER-NO		PIC X(12).
	05 CNTCT-PHONE			PIC X(15).
		88  CNTCT-CONSENTED	VALUE "Y".
		88  CNTCT-CONSENT-WITHDRAWN
					VALUE "N".
	05 CNTCT-ALERT-MIN-AMOUNT	PIC S9(11)V99 COMP-3.
      *
