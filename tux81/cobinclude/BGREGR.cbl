      *
      *  BGREGR.cbl
      *
      *  Bank guarantee register (contingent-liability register).
      *  One row per performance or bid guarantee the bank issues on
      *  a corporate customer's behalf, keyed on BGREG-GUARANTEE-NO:
      *  the applicant's CIF number, the beneficiary, the amount and
      *  currency, the issue and expiry dates and the cash margin
      *  the applicant lodged - a demand-deposit account (DDACCTR)
      *  with an amount hold on the hold register (DDHOLDR) under
      *  BGREG-MARGIN-HOLD-SEQ, so the margin cannot be withdrawn
      *  while the guarantee stands.  Issued, amended, claimed and
      *  cancelled through BGISS01; expired by BGEXBT1.  Active
      *  rows count in the applicant's single-obligor exposure
      *  (EXPOSUR1), and their amount stands in the off-balance
      *  memo accounts on the GL until the guarantee runs off.
      *
	05 BGREG-GUARANTEE-NO		PIC X(12).
	05 BGREG-APPLICANT-CUST-NO	PIC X(12).
	05 BGREG-BENEFICIARY		PIC X(40).
	05 BGREG-TYPE-FLAG		PIC X.
		88  BGREG-PERFORMANCE	VALUE "P".
		88  BGREG-BID		VALUE "B".
	05 BGREG-AMOUNT			PIC S9(11)V99 COMP-3.
	05 BGREG-CURRENCY-CODE		PIC X(3).
	05 BGREG-ISSUE-DATE		PIC X(8).
	05 BGREG-EXPIRY-DATE		PIC X(8).
	05 BGREG-BRANCH-CODE		PIC X(6).
	05 BGREG-MARGIN-ACCOUNT-NO	PIC X(12).
	05 BGREG-MARGIN-AMT		PIC S9(11)V99 COMP-3.
	05 BGREG-MARGIN-HOLD-SEQ	PIC 9(4).
	05 BGREG-COMMISSION-AMT		PIC S9(11)V99 COMP-3.
	05 BGREG-CLAIMED-AMT		PIC S9(11)V99 COMP-3.
	05 BGREG-STATUS-FLAG		PIC X.
		88  BGREG-ACTIVE	VALUE "A".
		88  BGREG-CLAIMED	VALUE "C".
		88  BGREG-CANCELLED	VALUE "X".
		88  BGREG-EXPIRED	VALUE "E".
	05 BGREG-STATUS-DATE		PIC X(8).
      *
