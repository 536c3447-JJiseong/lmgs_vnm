      *
      *  FWVREQR.cbl
      *
      *  Fee waiver and refund register.  One row per fee-history
      *  row (FEEHSTR) given back to the customer, keyed on the
      *  TRANID the fee was charged under.  The branch keys the
      *  request at FWVRMNT1 - a WAIVER gives back the whole fee, a
      *  REFUND the amount keyed - and it is parked as this record's
      *  image on the pending-change file (PNDCHGR) until a checker
      *  approves it through APPRMNT1 (target FWVREQR) within the
      *  waiver limit of the checker's group (FWVLIMR).  Approval
      *  posts it through FWVPST1, which writes the row here POSTED
      *  with the checker and the TRANID the money went back under.
      *  FWVR-BRANCH-CODE and FWVR-MAKER are the branch and officer
      *  who promised the customer the waiver - FWVRPT1's monthly
      *  waived-revenue report totals by them.
      *
	05 FWVR-FEE-TRANID		PIC 9(9).
	05 FWVR-FEE-ACCOUNT-NO		PIC X(12).
	05 FWVR-FEE-EVENT-CODE		PIC X(8).
	05 FWVR-FEE-DATE		PIC X(8).
	05 FWVR-FEE-AMOUNT		PIC S9(11)V99 COMP-3.
	05 FWVR-TYPE-FLAG		PIC X.
		88  FWVR-WAIVER		VALUE "W".
		88  FWVR-REFUND		VALUE "R".
	05 FWVR-AMOUNT			PIC S9(11)V99 COMP-3.
	05 FWVR-REFUND-ACCOUNT-NO	PIC X(12).
	05 FWVR-BRANCH-CODE		PIC X(6).
	05 FWVR-REASON			PIC X(40).
	05 FWVR-MAKER			PIC X(30).
	05 FWVR-REQUEST-DATE		PIC X(8).
	05 FWVR-STATUS-FLAG		PIC X.
		88  FWVR-REQUESTED	VALUE "P".
		88  FWVR-POSTED		VALUE "S".
	05 FWVR-CHECKER			PIC X(30).
	05 FWVR-POSTED-DATE		PIC X(8).
	05 FWVR-REFUND-TRANID		PIC 9(9).
      *
