      *
      *  RELOFBR.cbl
      *
      *  Relationship-officer bulk reassignment request.  One row
      *  per departing officer and effective date, keyed on both:
      *  every customer whose relationship the departing officer
      *  owns on the effective date passes to RELOFB-TO-OFFICER.
      *  Keyed at RELOFMT1 and written PENDING by APPRMNT1 (target
      *  RELOFBR) once a second user approves, stamped in
      *  RELOFB-APPROVED-BY; RELOFBT1 carries it out on or after
      *  its effective date, writing one RELOFR row per customer,
      *  and marks it APPLIED with the number of customers moved.
      *
	05 RELOFB-KEY.
		10  RELOFB-FROM-OFFICER	PIC X(30).
		10  RELOFB-EFFECTIVE-DATE
					PIC X(8).
	05 RELOFB-TO-OFFICER		PIC X(30).
	05 RELOFB-REASON		PIC X(30).
	05 RELOFB-STATUS-FLAG		PIC X.
		88  RELOFB-PENDING	VALUE "P".
		88  RELOFB-APPLIED	VALUE "A".
	05 RELOFB-APPROVED-BY		PIC X(30).
	05 RELOFB-APPLIED-DATE		PIC X(8).
	05 RELOFB-CUSTOMER-COUNT	PIC S9(7) COMP-3.
      *
