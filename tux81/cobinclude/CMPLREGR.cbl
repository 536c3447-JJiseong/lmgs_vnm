      *
      *  CMPLREGR.cbl
      *
      *  Customer complaint and dispute register.  One row per
      *  complaint, keyed on the complaint number CMPLMNT1 draws
      *  from its own row on the sequence file (TRANSEQR), replacing
      *  the paper complaint book at the branches.  The row carries
      *  who complained (CIF), how it came in, what it is about, the
      *  disputed transaction by its TRANID on the transaction
      *  history (TRNHSTR) with the account it was posted to, the
      *  amount in dispute, the handler it is assigned to and where
      *  it stands.
      *
      *  CMPL-DUE-DATE is the regulatory response deadline, set at
      *  intake from the received date and the CMPLDAYS parameter.
      *  A complaint is closed either UPHELD - which must name the
      *  storno (TRNREV01) or refund posting that put the customer
      *  right in CMPL-RESOLVING-TRANID - or DECLINED with the
      *  reason given to the customer; CMPL-RESOLVED-DATE against
      *  CMPL-DUE-DATE is the handling time the weekly aging report
      *  (CMPLAG1) shows the SBV.
      *
	05 CMPL-COMPLAINT-NO		PIC 9(9).
	05 CMPL-CUSTOMER-NO		PIC X(12).
	05 CMPL-BRANCH-CODE		PIC X(6).
	05 CMPL-CHANNEL-FLAG		PIC X.
		88  CMPL-AT-BRANCH	VALUE "B".
		88  CMPL-BY-PHONE	VALUE "P".
		88  CMPL-BY-EMAIL	VALUE "E".
		88  CMPL-BY-PORTAL	VALUE "I".
		88  CMPL-BY-LETTER	VALUE "L".
		88  CMPL-CHANNEL-VALID	VALUE "B" "P" "E" "I" "L".
	05 CMPL-CATEGORY		PIC X(2).
		88  CMPL-FEE		VALUE "FE".
		88  CMPL-CHEQUE		VALUE "CQ".
		88  CMPL-AUTO-DEBIT	VALUE "AD".
		88  CMPL-TRANSFER	VALUE "TR".
		88  CMPL-OTHER		VALUE "OT".
		88  CMPL-CATEGORY-VALID	VALUE "FE" "CQ" "AD" "TR"
						"OT".
	05 CMPL-DISPUTED-TRANID		PIC 9(9).
	05 CMPL-ACCOUNT-NO		PIC X(12).
	05 CMPL-AMOUNT			PIC S9(11)V99 COMP-3.
	05 CMPL-HANDLER			PIC X(30).
	05 CMPL-RECEIVED-DATE		PIC X(8).
	05 CMPL-DUE-DATE		PIC X(8).
	05 CMPL-STATUS-FLAG		PIC X.
		88  CMPL-OPEN		VALUE "O".
		88  CMPL-IN-WORK	VALUE "W".
		88  CMPL-UPHELD		VALUE "U".
		88  CMPL-DECLINED	VALUE "D".
		88  CMPL-CLOSED		VALUE "U" "D".
	05 CMPL-RESOLVING-TRANID	PIC 9(9).
	05 CMPL-RESOLUTION-TEXT		PIC X(40).
	05 CMPL-RESOLVED-DATE		PIC X(8).
      *
