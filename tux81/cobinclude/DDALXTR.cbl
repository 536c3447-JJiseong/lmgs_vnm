      *
      *  DDALXTR.cbl
      *
      *  Deposit-movement alert extract for the SMS/e-mail gateway
      *  - the deposit-side sibling of the reminder extract
      *  (SMSXTRR).  One row per alert DDALBT1 queues: the alert
      *  number the gateway quotes back on a failure (DDALFLR), the
      *  customer, the account masked to its last four digits (the
      *  full number never leaves the bank on a text message), the
      *  movement - event, debit or credit, amount, the account's
      *  balance when the alert was raised, posting date and time -
      *  and the template (DDDEBIT or DDCREDIT), channel (S or E)
      *  and delivery address resolved from the contact registry
      *  (CNTCTR).  DDALX-ATTEMPT-NO is 1 on the first send and
      *  counts up on every re-queue after a gateway failure.  The
      *  delivery address is written through PIIMSK1 under extract
      *  code DDALXTR as the masking policy (PIIPOLR) says.
      *
	05 DDALX-ALERT-ID		PIC 9(9).
	05 DDALX-CUSTOMER-NO		PIC X(12).
	05 DDALX-MASKED-ACCOUNT		PIC X(12).
	05 DDALX-EVENT-CODE		PIC X(8).
	05 DDALX-DIRECTION		PIC X.
	05 DDALX-AMOUNT			PIC S9(11)V99 COMP-3.
	05 DDALX-NEW-BALANCE		PIC S9(11)V99 COMP-3.
	05 DDALX-POST-DATE		PIC X(8).
	05 DDALX-POST-TIME		PIC X(6).
	05 DDALX-TEMPLATE-CODE		PIC X(8).
	05 DDALX-CHANNEL		PIC X.
	05 DDALX-DELIVERY-ADDRESS	PIC X(40).
	05 DDALX-ATTEMPT-NO		PIC 9(2).
      *
