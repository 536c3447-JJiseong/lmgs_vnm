      *
      *  EINVXTR.cbl
      *
      *  E-invoice provider upload record, written by EINVBT1 under
      *  EINVXTR.CTL control totals (XTRCTLW1).  Each invoice is a
      *  header (H) with the buyer, one line (L) per fee code and a
      *  trailer (T) with the invoice totals, all carrying our
      *  invoice reference - the reference the provider quotes back
      *  with its invoice number (EINVRSPR).  An adjustment invoice
      *  (kind A) names the provider's number of the invoice it
      *  adjusts and carries negative amounts.
      *
	05 EINVX-RECORD-TYPE		PIC X.
		88  EINVX-HEADER	VALUE "H".
		88  EINVX-LINE		VALUE "L".
		88  EINVX-TRAILER	VALUE "T".
	05 EINVX-INVOICE-REF		PIC X(16).
	05 EINVX-BODY			PIC X(160).
	05 EINVX-HEADER-BODY REDEFINES EINVX-BODY.
		10  EINVX-KIND		PIC X.
			88  EINVX-ORIGINAL
					VALUE "O".
			88  EINVX-ADJUSTMENT
					VALUE "A".
		10  EINVX-INVOICE-DATE	PIC X(8).
		10  EINVX-ORIG-INVOICE-NO
					PIC X(20).
		10  EINVX-BUYER-CODE	PIC X(12).
		10  EINVX-BUYER-NAME	PIC X(30).
		10  EINVX-BUYER-ADDRESS	PIC X(60).
		10  EINVX-BUYER-TAX-ID	PIC X(20).
		10  FILLER		PIC X(9).
	05 EINVX-LINE-BODY REDEFINES EINVX-BODY.
		10  EINVX-FEE-CODE	PIC X(4).
		10  EINVX-ITEM-NAME	PIC X(40).
		10  EINVX-QUANTITY	PIC 9(5).
		10  EINVX-VAT-RATE	PIC S9(3)V99 COMP-3.
		10  EINVX-LINE-EXCL	PIC S9(13)V99 COMP-3.
		10  EINVX-LINE-VAT	PIC S9(13)V99 COMP-3.
		10  EINVX-LINE-INCL	PIC S9(13)V99 COMP-3.
		10  FILLER		PIC X(84).
	05 EINVX-TRAILER-BODY REDEFINES EINVX-BODY.
		10  EINVX-LINE-COUNT	PIC 9(5).
		10  EINVX-TOTAL-EXCL	PIC S9(13)V99 COMP-3.
		10  EINVX-TOTAL-VAT	PIC S9(13)V99 COMP-3.
		10  EINVX-TOTAL-INCL	PIC S9(13)V99 COMP-3.
		10  FILLER		PIC X(131).
      *
