      *  two buffers.  Every customer appears exactly once; loan
      *  fields are nulled (CUSTLNX-NO-LOAN) when the customer has no
      *  active loan, so closed-out customers finance still needs for
      *  archival reporting are no longer silently dropped.  The
      *  name is written through PIIMSK1 under extract code
      *  CUSTLNXR, masked unless the masking policy (PIIPOLR) says
      *  otherwise.
      *
	05 CUSTLNX-CUSTOMER-NO		PIC X(12).
	05 CUSTLNX-CUSTOMER-NAME	PIC X(30).
