      *
      *  CRLCLMR.cbl
      *
      *  Credit-life death-claim register.  One row per insured
      *  loan whose borrower has died, keyed on the loan account
      *  like the enrolment it claims against (CRLIFER).  Opened by
      *  the nightly claim run (CRLCBT1) as soon as the borrower
      *  stands on the CIF as deceased, with the claimable amount -
      *  the balance outstanding at the date of death - fixed at
      *  opening, and filed with the insurer on that night's claim
      *  extract (CRLCXTR).  The insurer's answer is keyed through
      *  CRLCMNT1 under maker-checker (APPRMNT1, target CRLCLMR):
      *  money received is applied to the loan by the next run and
      *  the loan closed; a declined claim goes back to the desk.
      *  A filed claim left unanswered past the CRLCAGE parameter
      *  days shows on the aging section of the run report.
      *
      *  Status: O opened and waiting for the extract, F filed with
      *  the insurer, R payment received and waiting to be applied,
      *  P paid and applied, D declined by the insurer.
      *
	05 CRLCLM-ACCOUNT-NO		PIC X(12).
	05 CRLCLM-CUSTOMER-NO		PIC X(12).
	05 CRLCLM-INSURER-CODE		PIC X(6).
	05 CRLCLM-POLICY-NO		PIC X(15).
	05 CRLCLM-DEATH-DATE		PIC X(8).
	05 CRLCLM-OPENED-DATE		PIC X(8).
	05 CRLCLM-FILED-DATE		PIC X(8).
	05 CRLCLM-PRINCIPAL-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCLM-CLAIM-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCLM-STATUS-FLAG		PIC X.
		88  CRLCLM-OPENED	VALUE "O".
		88  CRLCLM-FILED	VALUE "F".
		88  CRLCLM-RECEIVED	VALUE "R".
		88  CRLCLM-PAID		VALUE "P".
		88  CRLCLM-DECLINED	VALUE "D".
      *
      *  The insurer's answer, as keyed from its settlement advice,
      *  and what the claim run made of the money.
      *
	05 CRLCLM-INSURER-REF		PIC X(15).
	05 CRLCLM-RECEIVED-DATE		PIC X(8).
	05 CRLCLM-RECEIVED-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCLM-APPLIED-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCLM-SURPLUS-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCLM-SETTLED-DATE		PIC X(8).
	05 CRLCLM-NOTE			PIC X(20).
      *
