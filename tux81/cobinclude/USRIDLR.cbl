      *
      *  USRIDLR.cbl
      *
      *  User-ID activity register.  One row per USRNAME on the User
      *  Security Master (USRSECR), keyed on USRIDL-USRNAME and kept
      *  by the nightly dormant-ID sweep (USRDMBT1): the owning
      *  GRPNAME, the last successful session found on the session
      *  log (SESSLOGR) live or archived, the activity floor (the
      *  date the ID was created or its password last changed, or the
      *  date it was reinstated after a dormant lock), and the days
      *  idle since the later of the two as at the last sweep.  A
      *  lock applied by the sweep is flagged here with its date, so
      *  an ID an administrator unlocks afterwards is treated as
      *  reinstated that day instead of being locked again the same
      *  night.  USRDWBT1 reads it for the weekly approaching-dormancy
      *  list.
      *
	05 USRIDL-USRNAME		PIC X(30).
	05 USRIDL-GRPNAME		PIC X(30).
	05 USRIDL-LAST-SESSION-DATE	PIC X(8).
	05 USRIDL-ACTIVITY-FLOOR-DATE	PIC X(8).
	05 USRIDL-IDLE-DAYS		PIC S9(5) COMP-3.
	05 USRIDL-SWEEP-DATE		PIC X(8).
	05 USRIDL-LOCK-DATE		PIC X(8).
	05 USRIDL-DORMANT-LOCK-FLAG	PIC X.
		88  USRIDL-DORMANT-LOCKED	VALUE "Y".
		88  USRIDL-NOT-DORMANT-LOCKED	VALUE "N".
      *
