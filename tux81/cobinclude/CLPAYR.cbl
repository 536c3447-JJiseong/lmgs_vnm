      *
      *  CLPAYR.cbl
      *
      *  Collection-partner payment record - one installment a
      *  borrower paid at the partner's counter or wallet, as the
      *  partner sends it in its daily file (CLPIN.<code>).  The
      *  companion control record (XTRCTLR) carries the record
      *  count and the amount total.  The value date is the day the
      *  partner took the money, which is the date the repayment is
      *  applied on.
      *
	05 CLPAY-PARTNER-REF		PIC X(16).
	05 CLPAY-ACCOUNT-NO		PIC X(12).
	05 CLPAY-AMOUNT			PIC S9(11)V99 COMP-3.
	05 CLPAY-VALUE-DATE		PIC X(8).
	05 CLPAY-PAYER-NAME		PIC X(30).
      *
