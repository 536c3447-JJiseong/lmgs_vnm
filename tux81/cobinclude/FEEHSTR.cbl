      *  amount and when/where it was charged - so revenue assurance
      *  can reconcile fee income per account from a file instead of
      *  estimating what leaked through unrecorded teller cash.
      *
      *  FEEH-TRANID is the TRANID the charge posted under, which is
      *  how a waiver or refund request (FWVRMNT1) names the one fee
      *  it is about; zero on rows written before the field existed,
      *  which cannot be waived here.  FWVPST1 rewrites the row when
      *  an approved waiver or refund posts - FEEH-STATUS-FLAG shows
      *  it WAIVED or REFUNDED, with the amount given back and the
      *  TRANID it was given back under.  A space status is a row
      *  from before the field and reads as CHARGED.
      *
	05 FEEH-ACCOUNT-NO		PIC X(12).
	05 FEEH-EVENT-CODE		PIC X(8).
	05 FEEH-DATE			PIC X(8).
	05 FEEH-TIME			PIC X(6).
	05 FEEH-BRANCH-CODE		PIC X(6).
	05 FEEH-TRANID			PIC S9(9) COMP-5.
	05 FEEH-STATUS-FLAG		PIC X.
		88  FEEH-CHARGED	VALUE "C" " ".
		88  FEEH-WAIVED		VALUE "W".
		88  FEEH-REFUNDED	VALUE "R".
	05 FEEH-REFUNDED-AMOUNT		PIC S9(11)V99 COMP-3.
	05 FEEH-REFUND-TRANID		PIC S9(9) COMP-5.
      *
      *  E-invoicing: FEEH-INVOICE-REF is our reference of the
      *  e-invoice the fee went to the provider on (EINVBT1) and
      *  FEEH-INVOICE-NO the provider's number once it comes back
      *  (EINVRBT1); the ADJ pair is the same for the adjustment
      *  invoice raised when a fee already invoiced is then waived
      *  or refunded.  A fee given back before it was invoiced is
      *  invoiced net and needs no adjustment - its ADJ reference
      *  is set to its own invoice reference.  Spaces until each
      *  happens; a rejected invoice's references are cleared so
      *  the fee goes out again.
      *
	05 FEEH-INVOICE-REF		PIC X(16).
	05 FEEH-INVOICE-NO		PIC X(20).
	05 FEEH-ADJ-INVOICE-REF		PIC X(16).
	05 FEEH-ADJ-INVOICE-NO		PIC X(20).
      *
