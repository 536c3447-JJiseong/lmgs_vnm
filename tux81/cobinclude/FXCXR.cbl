      *
      *  FXCXR.cbl
      *
      *  Counter currency-exchange register record.  One row
      *  appended by FXCX01 for every foreign-cash purchase from,
      *  or sale to, a customer at the counter, carrying the
      *  currency and foreign amount, the rate dealt and the mid
      *  rate of the day, the VND settled and the spread earned,
      *  and who the customer was: the demand-deposit account
      *  (DDACCTR) and CIF number for an account holder, the
      *  identity document number and name for a walk-in.  The
      *  identity is mandatory at or above the regulated
      *  threshold, so AMLBAT1 can monitor exchanges by person
      *  the way it monitors postings by account, and TILLBAT1
      *  proves each drawer's foreign cash against it.
      *
	05 FXCX-TRANID			PIC S9(9) COMP-5.
	05 FXCX-DATE			PIC X(8).
	05 FXCX-TIME			PIC X(6).
	05 FXCX-BRANCH-CODE		PIC X(6).
	05 FXCX-TELLER-ID		PIC X(10).
	05 FXCX-DIRECTION		PIC X.
		88  FXCX-BANK-BUYS	VALUE "B".
		88  FXCX-BANK-SELLS	VALUE "S".
	05 FXCX-CURRENCY-CODE		PIC X(3).
	05 FXCX-FCY-AMOUNT		PIC S9(11)V99 COMP-3.
	05 FXCX-DEAL-RATE		PIC S9(7)V9(4) COMP-3.
	05 FXCX-MID-RATE		PIC S9(7)V9(4) COMP-3.
	05 FXCX-VND-AMOUNT		PIC S9(13)V99 COMP-3.
	05 FXCX-SPREAD-AMOUNT		PIC S9(11)V99 COMP-3.
	05 FXCX-ACCOUNT-NO		PIC X(12).
	05 FXCX-CUSTOMER-NO		PIC X(12).
	05 FXCX-ID-NUMBER		PIC X(20).
	05 FXCX-CUSTOMER-NAME		PIC X(30).
      *
