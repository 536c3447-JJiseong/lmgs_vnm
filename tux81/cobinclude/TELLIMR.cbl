      *
      *  TELLIMR.cbl
      *
      *  Teller cash limit.  The most one counter transaction may
      *  take in (TELLRC01) or pay out (TELLRW01) before a
      *  supervisor must override it, keyed on a branch and a
      *  subject - a user (type U, the USRNAME) or a loan-officer
      *  grade (type G, USRENTL-OFFICER-GRADE).  A blank branch is
      *  the bank-wide row.  TLLMCK1 takes the first active row of
      *  the user at the branch, the grade at the branch, the user
      *  bank-wide, the grade bank-wide; a zero limit, or no row at
      *  all, falls to the bank-wide defaults in the system
      *  parameters (TLRCINL cash in, TLRCOUL cash out), and no
      *  default means no limit.  The rank orders the grades: only
      *  a user whose rank is above the teller's may override the
      *  teller's transaction (TLOVMT1), and a user with no row has
      *  rank zero.  Maintained through TLLMMNT1 under maker-checker
      *  (APPRMNT1 target TELLIMR).
      *
	05 TELLIM-KEY.
		10  TELLIM-BRANCH-CODE	PIC X(6).
		10  TELLIM-SUBJECT-TYPE	PIC X.
			88  TELLIM-BY-USER	VALUE "U".
			88  TELLIM-BY-GRADE	VALUE "G".
		10  TELLIM-SUBJECT	PIC X(30).
	05 TELLIM-GRADE-RANK		PIC 9(2).
	05 TELLIM-CASH-IN-LIMIT		PIC S9(11)V99 COMP-3.
	05 TELLIM-CASH-OUT-LIMIT	PIC S9(11)V99 COMP-3.
	05 TELLIM-STATUS-FLAG		PIC X.
		88  TELLIM-ACTIVE	VALUE "A".
		88  TELLIM-INACTIVE	VALUE "I".
      *
