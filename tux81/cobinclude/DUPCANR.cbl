      *
      *  DUPCANR.cbl
      *
      *  Duplicate-customer review queue.  One row per candidate
      *  pair of CIF records, keyed on both customer numbers - the
      *  lower number first, so a pair has exactly one row however
      *  it was found.  Written PENDING by the nightly match
      *  (DUPCBT1) with a match score out of 100 and the reasons
      *  behind it:
      *
      *    DUPC-ID-MATCH     same national ID;
      *    DUPC-NAME-MATCH   same normalised name, birth date and
      *                      address ("D"), or same name and
      *                      address where either birth date is
      *                      missing ("A");
      *    DUPC-PHONE-MATCH  same phone number on the contact
      *                      registry (CNTCTR).
      *
      *  Operations work the queue at DUPCMT1: a pair is either
      *  DISMISSED - not the same person, and never raised again
      *  however the nightly match scores it - or MERGED through
      *  CUSTMRG1.  The deciding user and date are stamped on the
      *  row.
      *
	05 DUPC-KEY.
		10  DUPC-CUSTOMER-NO-1	PIC X(12).
		10  DUPC-CUSTOMER-NO-2	PIC X(12).
	05 DUPC-SCORE			PIC 9(3).
	05 DUPC-ID-MATCH		PIC X.
		88  DUPC-SAME-ID	VALUE "Y".
	05 DUPC-NAME-MATCH		PIC X.
		88  DUPC-SAME-NAME-DATE	VALUE "D".
		88  DUPC-SAME-NAME-ADDR	VALUE "A".
	05 DUPC-PHONE-MATCH		PIC X.
		88  DUPC-SAME-PHONE	VALUE "Y".
	05 DUPC-REASON-TEXT		PIC X(40).
	05 DUPC-STATUS-FLAG		PIC X.
		88  DUPC-PENDING	VALUE "P".
		88  DUPC-DISMISSED	VALUE "D".
		88  DUPC-MERGED		VALUE "M".
	05 DUPC-FOUND-DATE		PIC X(8).
	05 DUPC-LAST-SEEN-DATE		PIC X(8).
	05 DUPC-DECIDED-BY		PIC X(30).
	05 DUPC-DECIDED-DATE		PIC X(8).
      *
