      *
      *  TXRPXTR.cbl
      *
      *  FATCA/CRS reportable-account extract, written once a year
      *  by TXRPBT1 under TXRPXTR.CTL control totals (XTRCTLW1) for
      *  the tax-reporting package.  For each reportable customer,
      *  one ACCOUNT row per demand-deposit account and fixed
      *  deposit they hold - the year-end balance and the interest
      *  paid in the year, in the account's currency, a closed flag
      *  for a deposit that paid interest in the year but was gone
      *  by year end - followed by one CUSTOMER-TOTAL row carrying
      *  the same two figures summed in local-currency equivalent
      *  at the year-end mid rate.  Every row carries the customer,
      *  the regime the customer is reportable under (FATCA, CRS
      *  or both), whether the customer is undocumented (US indicia
      *  but no self-certification), and the residence countries
      *  and TINs from the register (TXRESR).
      *
	05 TXRPX-RECORD-TYPE		PIC X.
		88  TXRPX-ACCOUNT-ROW	VALUE "A".
		88  TXRPX-CUSTOMER-TOTAL	VALUE "T".
	05 TXRPX-REPORT-YEAR		PIC 9(4).
	05 TXRPX-CUSTOMER-NO		PIC X(12).
	05 TXRPX-CUSTOMER-NAME		PIC X(30).
	05 TXRPX-ADDRESS		PIC X(60).
	05 TXRPX-REGIME			PIC X.
		88  TXRPX-FATCA		VALUE "F".
		88  TXRPX-CRS		VALUE "C".
		88  TXRPX-FATCA-AND-CRS	VALUE "B".
	05 TXRPX-UNDOCUMENTED-FLAG	PIC X.
	05 TXRPX-RESIDENCES		PIC X(66).
	05 TXRPX-ACCOUNT-NO		PIC X(12).
	05 TXRPX-ACCOUNT-TYPE		PIC X(2).
	05 TXRPX-CURRENCY-CODE		PIC X(3).
	05 TXRPX-BALANCE		PIC S9(13)V99 COMP-3.
	05 TXRPX-INTEREST-PAID		PIC S9(13)V99 COMP-3.
	05 TXRPX-CLOSED-FLAG		PIC X.
      *
