      *
      *  ESTCASR.cbl
      *
      *  Deceased-customer estate settlement case.  One row per
      *  deceased customer, keyed on the CIF number, carrying the
      *  date of death interest is calculated to and where the
      *  settlement stands.  A settlement runs in four steps:
      *    1  inventory  - every deposit and loan position the
      *                    customer holds is listed on ESTPOSR;
      *    2  close      - the deposits are closed with interest to
      *                    the date of death, the proceeds pooled
      *                    on the estate settlement account;
      *    3  offset     - outstanding loans are repaid out of the
      *                    pool first;
      *    4  pay heirs  - the net is paid to the heirs on ESTHEIRR
      *                    by their share percentages.
      *  Each step is proposed on ESTMNT1 and parked under
      *  maker-checker on the pending-change file (PNDCHGR); only
      *  once APPRMNT1 applies the approved image does
      *  ESTC-APPROVED-STEP move on, and the nightly ESTSBT1 then
      *  carries the step out and records it in ESTC-DONE-STEP.  A
      *  new step can only be proposed once the last approved one
      *  has been carried out, so the running totals below are
      *  never overwritten by an image parked in between.
      *
	05 ESTC-CUSTOMER-NO		PIC X(12).
	05 ESTC-DEATH-DATE		PIC X(8).
	05 ESTC-OPENED-DATE		PIC X(8).
	05 ESTC-APPROVED-STEP		PIC 9.
	05 ESTC-DONE-STEP		PIC 9.
		88  ESTC-NOTHING-DONE	VALUE 0.
		88  ESTC-INVENTORY-DONE	VALUE 1.
		88  ESTC-CLOSE-DONE	VALUE 2.
		88  ESTC-OFFSET-DONE	VALUE 3.
		88  ESTC-PAYMENT-DONE	VALUE 4.
	05 ESTC-STATUS-FLAG		PIC X.
		88  ESTC-OPEN		VALUE "O".
		88  ESTC-SETTLED	VALUE "S".
	05 ESTC-STEP-DATE		PIC X(8).
      *
      *  Running totals.  ESTC-DEPOSIT-TOTAL is what the closed
      *  deposits brought into the pool (balance or principal plus
      *  interest to the date of death, net of withholding);
      *  ESTC-LOAN-TOTAL the loan principal outstanding at
      *  inventory; ESTC-OFFSET-TOTAL what the pool repaid of it and
      *  ESTC-SHORTFALL-AMT what it could not.  ESTC-NET-AMT is
      *  fixed when the offset step completes and is what the heirs
      *  share; ESTC-PAID-TOTAL what has reached them so far.
      *
	05 ESTC-DEPOSIT-TOTAL		PIC S9(13)V99 COMP-3.
	05 ESTC-INTEREST-TOTAL		PIC S9(11)V99 COMP-3.
	05 ESTC-TAX-TOTAL		PIC S9(11)V99 COMP-3.
	05 ESTC-LOAN-TOTAL		PIC S9(13)V99 COMP-3.
	05 ESTC-OFFSET-TOTAL		PIC S9(13)V99 COMP-3.
	05 ESTC-SHORTFALL-AMT		PIC S9(13)V99 COMP-3.
	05 ESTC-NET-AMT			PIC S9(13)V99 COMP-3.
	05 ESTC-PAID-TOTAL		PIC S9(13)V99 COMP-3.
      *
