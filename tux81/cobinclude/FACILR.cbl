      *
      *  FACILR.cbl
      *
      *  Customer credit facility (umbrella limit) record.  One row
      *  per approved facility, keyed on FACIL-FACILITY-NO, carrying
      *  the customer it was granted to, the approved limit in the
      *  facility currency, the last date new drawings may be made
      *  and whether repaid principal becomes available again
      *  (revolving) or is gone for good (non-revolving).  Loans are
      *  booked under it as drawdowns (LOANM-FACILITY-NO), and the
      *  shared core FACLCK1 keeps FACIL-UTILISED-AMT in step with
      *  every draw posted and, on a revolving facility, every
      *  principal repayment - so credit admin reads the headroom
      *  off the file instead of a paper limit sheet.  Maintained
      *  through FACLMNT1; reported by branch through FACLRPT1.
      *
	05 FACIL-FACILITY-NO		PIC X(12).
	05 FACIL-CUSTOMER-NO		PIC X(12).
	05 FACIL-BRANCH-CODE		PIC X(6).
	05 FACIL-LIMIT-AMT		PIC S9(13)V99 COMP-3.
	05 FACIL-CURRENCY-CODE		PIC X(3).
	05 FACIL-AVAIL-END-DATE		PIC X(8).
	05 FACIL-REVOLVING-FLAG		PIC X.
		88  FACIL-REVOLVING	VALUE "R".
		88  FACIL-NON-REVOLVING	VALUE "N".
	05 FACIL-STATUS-FLAG		PIC X.
		88  FACIL-ACTIVE	VALUE "A".
		88  FACIL-SUSPENDED	VALUE "S".
		88  FACIL-CANCELLED	VALUE "C".
	05 FACIL-UTILISED-AMT		PIC S9(13)V99 COMP-3.
	05 FACIL-LAST-DRAW-DATE		PIC X(8).
      *
