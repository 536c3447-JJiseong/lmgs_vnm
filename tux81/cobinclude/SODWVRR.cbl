      *
      *  SODWVRR.cbl
      *
      *  Segregation-of-duties waiver record.  One row per
      *  entitlement proposal that knowingly creates a conflict on
      *  the SOD rule table (SODRULR), keyed exactly as the proposal
      *  is on the pending-change file (PNDCHGR target plus record
      *  key), carrying the conflicting pair found, the reason the
      *  maker gave for waiving it and the maker's name.  Written by
      *  SODWVW1 when GRPENTMT1 or USRSECMT1 parks such a proposal;
      *  APPRMNT1 stamps the checker's decision on it alongside the
      *  change itself, so every conflict in force has a reason and
      *  two names behind it.
      *
	05 SODWVR-KEY.
		10  SODWVR-TARGET	PIC X(8).
		10  SODWVR-KEY-VALUE	PIC X(50).
	05 SODWVR-RIGHT-A		PIC X(15).
	05 SODWVR-RIGHT-B		PIC X(15).
	05 SODWVR-REASON		PIC X(60).
	05 SODWVR-MAKER			PIC X(30).
	05 SODWVR-PROPOSED-DATE		PIC X(8).
	05 SODWVR-STATUS-FLAG		PIC X.
		88  SODWVR-PENDING	VALUE "P".
		88  SODWVR-APPROVED	VALUE "A".
		88  SODWVR-REJECTED	VALUE "R".
	05 SODWVR-CHECKER		PIC X(30).
	05 SODWVR-DECISION-DATE		PIC X(8).
      *
