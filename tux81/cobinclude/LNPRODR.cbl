		88  LNPROD-EQUAL-PRINCIPAL
					VALUE "E".
		88  LNPROD-ANNUITY	VALUE "A".
		88  LNPROD-BULLET	VALUE "B".
		88  LNPROD-BALLOON	VALUE "L".
      *
      *  Grace window: the number of interest-only installments
      *  AMRTBAT1 generates before principal amortization begins -
		88  LNPROD-ACTIVE	VALUE "A".
		88  LNPROD-INACTIVE	VALUE "I".
      *
      *  Early-repayment fee: a product sold with a prepayment
      *  charge is flagged here, and a principal curtailment
      *  (LNRPAY01/CURTAP1) then charges the PREPAY fee-table event
      *  through FEEASS01.  Spaces on older rows charge nothing.
      *
	05 LNPROD-PREPAY-FEE-FLAG	PIC X.
		88  LNPROD-PREPAY-FEE	VALUE "Y".
      *
      *  Balloon percentage: the share of the booked principal a
      *  balloon product (LNPROD-AMORT-METHOD "L") leaves for the
      *  last installment.  LNMAST01 turns it into the loan's
      *  LOANM-BALLOON-AMT at create; ignored on other methods.
      *
	05 LNPROD-BALLOON-PCT		PIC S9(3)V99 COMP-3.
      *
