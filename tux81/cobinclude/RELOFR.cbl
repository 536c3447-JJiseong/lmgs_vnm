      *
      *  RELOFR.cbl
      *
      *  Relationship-officer assignment record.  One row per
      *  assignment of a customer (CUSTM-CUSTOMER-NO) to an officer
      *  (a USRNAME on the User Security Master, USRSECR), keyed on
      *  the customer plus the date the assignment takes effect, so
      *  a customer's rows read together in date order and the row
      *  with the latest effective date on or before a given day is
      *  the officer owning the relationship that day (RELOFLK1).
      *  Rows are never rewritten by a later assignment - the file
      *  is its own history of who owned the relationship when.
      *
      *  A single assignment is keyed at RELOFMT1 and written by
      *  APPRMNT1 (target RELOFR) once a second user approves,
      *  stamped in RELOF-APPROVED-BY; a bulk reassignment of a
      *  departing officer's book (RELOFBR) writes one row per
      *  customer through RELOFBT1, carrying the request's approver.
      *
	05 RELOF-KEY.
		10  RELOF-CUSTOMER-NO	PIC X(12).
		10  RELOF-EFFECTIVE-DATE
					PIC X(8).
	05 RELOF-OFFICER		PIC X(30).
	05 RELOF-REASON			PIC X(30).
	05 RELOF-SOURCE-FLAG		PIC X.
		88  RELOF-SINGLE	VALUE "S".
		88  RELOF-BULK		VALUE "B".
	05 RELOF-APPROVED-BY		PIC X(30).
      *
