      *
      *  MMDEALR.cbl
      *
      *  Interbank money-market deal file.  One row per overnight or
      *  term placement with, or borrowing from, another bank,
      *  keyed on the deal number: the counterparty (MMCPLMR), the
      *  direction, currency, principal, rate and day-count basis
      *  (DAYCNT1), value and maturity dates, replacing treasury's
      *  deal spreadsheet and its manual GL journals.  Booked by
      *  MMDEAL01, accrued nightly by MMACBT1 and settled by
      *  MMMTBT1; TRSYBAT1 and FXPSBT1 read the active deals as
      *  treasury flows.
      *
      *  The GL carries a foreign-currency deal at its book rate -
      *  the FXRTLK1 mid rate on the day it was booked (1 for VND) -
      *  for principal and interest alike.
      *
	05 MMDEAL-DEAL-NO		PIC X(12).
	05 MMDEAL-COUNTERPARTY		PIC X(8).
	05 MMDEAL-DEAL-TYPE		PIC X.
		88  MMDEAL-PLACEMENT	VALUE "P".
		88  MMDEAL-BORROWING	VALUE "B".
	05 MMDEAL-CURRENCY-CODE		PIC X(3).
	05 MMDEAL-PRINCIPAL		PIC S9(11)V99 COMP-3.
	05 MMDEAL-INTEREST-RATE		PIC S9(3)V9(4) COMP-3.
	05 MMDEAL-DAYCOUNT-BASIS	PIC X.
	05 MMDEAL-VALUE-DATE		PIC X(8).
	05 MMDEAL-MATURITY-DATE		PIC X(8).
	05 MMDEAL-BOOK-RATE		PIC S9(7)V9(4) COMP-3.
	05 MMDEAL-BRANCH-CODE		PIC X(6).
	05 MMDEAL-ENTRY-TRANID		PIC S9(9) COMP-5.
	05 MMDEAL-ACCRUED-INTEREST	PIC S9(11)V99 COMP-3.
	05 MMDEAL-LAST-ACCRUAL-DATE	PIC X(8).
	05 MMDEAL-SETTLED-DATE		PIC X(8).
	05 MMDEAL-STATUS-FLAG		PIC X.
		88  MMDEAL-ACTIVE	VALUE "A".
		88  MMDEAL-MATURED	VALUE "M".
      *
