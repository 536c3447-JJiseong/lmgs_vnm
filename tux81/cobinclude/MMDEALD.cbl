      *
      *  MMDEALD.cbl
      *
      *  MMDEAL01 service buffer.  ENTER books a money-market
      *  placement (P) or borrowing (B) with the counterparty,
      *  valued today; the book rate, the counterparty's remaining
      *  placement headroom and the deal status come back.
      *  INQUIRE returns a deal's current state - interest accrued
      *  so far, settlement date and status.
      *
	05 MMDEALD-FUNCTION-CODE	PIC X.
		88  MMDEALD-ENTER	VALUE "E".
		88  MMDEALD-INQUIRE	VALUE "I".
	05 MMDEALD-DEAL-NO		PIC X(12).
	05 MMDEALD-COUNTERPARTY		PIC X(8).
	05 MMDEALD-DEAL-TYPE		PIC X.
	05 MMDEALD-CURRENCY-CODE	PIC X(3).
	05 MMDEALD-PRINCIPAL		PIC S9(11)V99 COMP-3.
	05 MMDEALD-INTEREST-RATE	PIC S9(3)V9(4) COMP-3.
	05 MMDEALD-DAYCOUNT-BASIS	PIC X.
	05 MMDEALD-VALUE-DATE		PIC X(8).
	05 MMDEALD-MATURITY-DATE	PIC X(8).
	05 MMDEALD-BOOK-RATE		PIC S9(7)V9(4) COMP-3.
	05 MMDEALD-HEADROOM		PIC S9(13)V99 COMP-3.
	05 MMDEALD-ACCRUED-INTEREST	PIC S9(11)V99 COMP-3.
	05 MMDEALD-SETTLED-DATE		PIC X(8).
	05 MMDEALD-STATUS-FLAG		PIC X.
      *
