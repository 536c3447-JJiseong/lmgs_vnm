      *
      *  CASHORDR.cbl
      *
      *  Branch cash order record.  One row per branch per business
      *  date, keyed branch + order date, written by the nightly
      *  cash-demand forecast (CASHFBT1) when a branch's projected
      *  cash runs below its minimum (a REPLENISHMENT from the
      *  currency centre) or above its Branch Master cash limit
      *  (a RETURN to the centre).  The forecast's working figures
      *  ride along so the treasury cash desk can see why the order
      *  was suggested: today's holding, the lowest and highest
      *  projected close over the forecast days, and the minimum
      *  and limit it was measured against.
      *
      *  The order is only a suggestion until the cash desk decides
      *  it on CSHOMNT1 - approve (optionally at a different
      *  amount) or reject - with the approver's name, proven on
      *  the User Security Master, stamped on the row.  The branch
      *  books the delivery or the return through VAULT01's
      *  RECEIVE or RETURN function, which accepts only an approved
      *  order for the approved amount and marks it BOOKED, so no
      *  cash moves between the centre and a vault on a phone call.
      *
	05 CASHORD-KEY.
		10  CASHORD-BRANCH-CODE	PIC X(6).
		10  CASHORD-ORDER-DATE	PIC X(8).
	05 CASHORD-ORDER-TYPE		PIC X.
		88  CASHORD-REPLENISH	VALUE "R".
		88  CASHORD-RETURN	VALUE "T".
	05 CASHORD-SUGGESTED-AMOUNT	PIC S9(13)V99 COMP-3.
	05 CASHORD-HOLDING		PIC S9(13)V99 COMP-3.
	05 CASHORD-LOW-CLOSE		PIC S9(13)V99 COMP-3.
	05 CASHORD-HIGH-CLOSE		PIC S9(13)V99 COMP-3.
	05 CASHORD-MINIMUM		PIC S9(13)V99 COMP-3.
	05 CASHORD-CASH-LIMIT		PIC S9(13)V99 COMP-3.
	05 CASHORD-STATUS-FLAG		PIC X.
		88  CASHORD-PENDING	VALUE "P".
		88  CASHORD-APPROVED	VALUE "A".
		88  CASHORD-REJECTED	VALUE "X".
		88  CASHORD-BOOKED	VALUE "B".
	05 CASHORD-APPROVED-AMOUNT	PIC S9(13)V99 COMP-3.
	05 CASHORD-APPROVER		PIC X(30).
	05 CASHORD-DECISION-DATE	PIC X(8).
	05 CASHORD-BOOKED-DATE		PIC X(8).
      *
