      *
      *  VATRTR.cbl
      *
      *  VAT-rate table record.  One row per fee code (FEEH-FEE-CODE
      *  on the fee history), carrying the VAT rate in percent the
      *  fee bears and the goods/services name the e-invoice line
      *  shows for it, so the daily e-invoice extract (EINVBT1) can
      *  split each fee we charge into its VAT-exclusive amount and
      *  VAT.  Fees are charged VAT-inclusive.  Maintained through
      *  VATMNT1; a fee code with no row (or an inactive one) is
      *  held off the extract and listed on its run report until
      *  the tax desk sets its rate up.
      *
	05 VATRT-FEE-CODE		PIC X(4).
	05 VATRT-RATE			PIC S9(3)V99 COMP-3.
	05 VATRT-ITEM-NAME		PIC X(40).
	05 VATRT-STATUS-FLAG		PIC X.
		88  VATRT-ACTIVE	VALUE "A".
		88  VATRT-INACTIVE	VALUE "I".
      *
