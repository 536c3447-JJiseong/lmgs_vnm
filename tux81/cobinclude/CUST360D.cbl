      *  registered collateral behind the loans, and pending
      *  applications - the four separate inquiries the teller used
      *  to make - plus the loans the customer co-borrows (COBORR)
      *  with their liability share, and every demand-deposit
      *  account the customer holds jointly or signs on (DDMANDR),
      *  each with all its named holders and their roles - in one
      *  reply sized well
      *  inside the DATALEN bounds
      *  the session guard enforces.  The more-flags tell the teller
      *  a table filled up and the remainder needs the individual
		10  C360-DDA-NO		PIC X(12).
		10  C360-DDA-BALANCE	PIC S9(11)V99 COMP-3.
		10  C360-DDA-STATUS	PIC X.
		10  C360-DDA-HOLDER-COUNT
					PIC 9.
		10  C360-DDA-HOLDER OCCURS 4 TIMES.
			15  C360-DDA-HOLDER-NO
					PIC X(12).
			15  C360-DDA-HOLDER-ROLE
					PIC X.
	05 C360-COLLAT-COUNT		PIC 9(2).
	05 C360-COLLAT-MORE-FLAG	PIC X.
	05 C360-COLLAT OCCURS 5 TIMES.
