      *  from the side system that reached disconnected phones.  A
      *  blank address marks a customer with no contact row yet,
      *  which the gateway may still resolve the old way while the
      *  registry is backfilled.  The portal transfer service
      *  (PTXFR01) also queues its one-time codes here under
      *  template PTXOTP, carrying the code itself in
      *  SMSX-ONE-TIME-CODE; every other template leaves it blank.
      *  The name and delivery address are written through PIIMSK1
      *  under extract code SMSXTRR, masked, tokenised or in clear
      *  as the masking policy (PIIPOLR) says.
      *
	05 SMSX-CUSTOMER-NO		PIC X(12).
	05 SMSX-CUSTOMER-NAME		PIC X(30).
	05 SMSX-TEMPLATE-CODE		PIC X(8).
	05 SMSX-CHANNEL			PIC X.
	05 SMSX-DELIVERY-ADDRESS	PIC X(40).
	05 SMSX-ONE-TIME-CODE		PIC X(6).
      *
