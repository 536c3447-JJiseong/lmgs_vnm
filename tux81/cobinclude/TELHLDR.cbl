      *
      *  TELHLDR.cbl
      *
      *  Teller transaction held for supervisor override.  One row
      *  per counter transaction TLLMCK1 found over the teller's
      *  cash limit (TELLIMR), keyed on the till (branch, teller,
      *  business date) and a hold number running from 1 per till
      *  per day - the number the teller is given back to quote to
      *  the supervisor.  The row carries the account, the
      *  direction (I cash in, O cash out), the amount, the teller's
      *  user and rank and the limit it went over.  The supervisor
      *  approves or declines it at TLOVMT1, which stamps their name,
      *  rank and the time; the teller then keys the same
      *  transaction again and it posts on the approval, which is
      *  marked used so it cannot post twice.  TLOVBT1 lists the
      *  day's overrides by branch.
      *
	05 TELHLD-KEY.
		10  TELHLD-BRANCH-CODE	PIC X(6).
		10  TELHLD-TELLER-ID	PIC X(10).
		10  TELHLD-DATE		PIC X(8).
		10  TELHLD-SEQ-NO	PIC 9(5).
	05 TELHLD-ACCOUNT-NO		PIC X(12).
	05 TELHLD-DIRECTION		PIC X.
		88  TELHLD-CASH-IN	VALUE "I".
		88  TELHLD-CASH-OUT	VALUE "O".
	05 TELHLD-AMOUNT		PIC S9(11)V99 COMP-3.
	05 TELHLD-LIMIT-AMOUNT		PIC S9(11)V99 COMP-3.
	05 TELHLD-TELLER-USER		PIC X(30).
	05 TELHLD-TELLER-RANK		PIC 9(2).
	05 TELHLD-HELD-TIME		PIC X(6).
	05 TELHLD-STATUS-FLAG		PIC X.
		88  TELHLD-PENDING	VALUE "P".
		88  TELHLD-APPROVED	VALUE "A".
		88  TELHLD-DECLINED	VALUE "D".
		88  TELHLD-USED		VALUE "U".
	05 TELHLD-SUPERVISOR		PIC X(30).
	05 TELHLD-SUPERVISOR-RANK	PIC 9(2).
	05 TELHLD-DECIDED-TIME		PIC X(6).
	05 TELHLD-USED-TIME		PIC X(6).
      *
