      *
      *  SODRULR.cbl
      *
      *  Segregation-of-duties conflict rule.  One row per pair of
      *  rights no single user may hold together, keyed on the two
      *  right names.  A right is either a service a group is
      *  entitled to on the Group Entitlement file (GRPENTR service
      *  name, e.g. "DSBAPP01") or a high-risk operation a user is
      *  entitled to on the User Entitlement file (USRENTLR, the
      *  AUTHGRD operation codes "WRITEOFF" and "LIMITOVR").  The
      *  pair is symmetric - SODCHK1 tries both orders - so each
      *  conflict needs keying only once.  Maintained through
      *  SODRMNT1 under maker-checker; an inactive row is kept for
      *  the record but no longer enforced.
      *
	05 SODRUL-KEY.
		10  SODRUL-RIGHT-A	PIC X(15).
		10  SODRUL-RIGHT-B	PIC X(15).
	05 SODRUL-DESCRIPTION		PIC X(40).
	05 SODRUL-STATUS-FLAG		PIC X.
		88  SODRUL-ACTIVE	VALUE "A".
		88  SODRUL-INACTIVE	VALUE "I".
      *
