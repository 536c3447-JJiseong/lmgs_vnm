      *
      *  CRLCXTR.cbl
      *
      *  Credit-life death-claim extract record.  One row per claim
      *  filed with an insurer (CRLCXTR, written by CRLCBT1 under
      *  CRLCXTR.CTL control totals, XTRCTLW1), carrying the
      *  insurer, policy, loan, borrower, date of death, the
      *  principal outstanding at death and the amount claimed.
      *
	05 CRLCX-INSURER-CODE		PIC X(6).
	05 CRLCX-POLICY-NO		PIC X(15).
	05 CRLCX-ACCOUNT-NO		PIC X(12).
	05 CRLCX-CUSTOMER-NO		PIC X(12).
	05 CRLCX-CUSTOMER-NAME		PIC X(30).
	05 CRLCX-DEATH-DATE		PIC X(8).
	05 CRLCX-PRINCIPAL-AMT		PIC S9(11)V99 COMP-3.
	05 CRLCX-CLAIM-AMT		PIC S9(11)V99 COMP-3.
      *
