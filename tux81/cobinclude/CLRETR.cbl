      *
      *  CLRETR.cbl
      *
      *  Collection-partner return record, written by CLINBT1 to
      *  the partner's return file (CLPRET.<code>) for every payment
      *  we could not apply - an account we do not hold, a closed
      *  loan, a bad amount or value date, or one the repayment
      *  core (REPAYAP1) refused - carrying the partner's own
      *  payment image (CLPAYR layout) back with the APPL-CODE and
      *  reason, so the partner refunds the payer.
      *
	05 CLRET-PAYMENT-IMAGE		PIC X(73).
	05 CLRET-APPL-CODE		PIC S9(9) COMP-5.
	05 CLRET-REASON			PIC X(30).
	05 CLRET-RETURN-DATE		PIC X(8).
      *
