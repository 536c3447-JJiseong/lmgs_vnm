	05 LNRPAY-VALUE-DATE		PIC X(8).
	05 LNRPAY-REJECT-REASON		PIC X(40).
      *
      *  Curtailment: a function code of T or P pays the whole
      *  amount straight off principal (CURTAP1) instead of to the
      *  oldest installment - T keeps the installment and shortens
      *  the term, P keeps the term and lowers the installment.
      *  Spaces (or any other value) post an ordinary installment
      *  receipt exactly as before.  The early-repayment fee
      *  charged, the new count of amortizing installments and the
      *  new installment amount come back for the receipt.
      *
	05 LNRPAY-FUNCTION-CODE		PIC X.
		88  LNRPAY-CURTAIL-TERM	VALUE "T".
		88  LNRPAY-CURTAIL-PAYMENT
					VALUE "P".
		88  LNRPAY-CURTAILMENT	VALUES "T", "P".
	05 LNRPAY-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	05 LNRPAY-NEW-INSTALLMENTS	PIC S9(5) COMP-3.
	05 LNRPAY-NEW-INSTALLMENT-AMT	PIC S9(11)V99 COMP-3.
      *
