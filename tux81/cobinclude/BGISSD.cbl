      *
      *  BGISSD.cbl
      *
      *  BGISS01 service buffer.  BGISSD-FUNCTION-CODE selects
      *  ISSUE (a new guarantee, margin held and commission
      *  charged), AMEND (a new amount and/or expiry date - zero and
      *  spaces leave the field as it stands), CLAIM (the
      *  beneficiary's demand paid, the margin applied first),
      *  CANCEL (the original returned before expiry) or INQUIRE.
      *  The commission charged and the register's state come back
      *  on every successful call.
      *
	05 BGISSD-FUNCTION-CODE		PIC X.
		88  BGISSD-ISSUE	VALUE "I".
		88  BGISSD-AMEND	VALUE "A".
		88  BGISSD-CLAIM	VALUE "C".
		88  BGISSD-CANCEL	VALUE "X".
		88  BGISSD-INQUIRE	VALUE "Q".
	05 BGISSD-GUARANTEE-NO		PIC X(12).
	05 BGISSD-APPLICANT-CUST-NO	PIC X(12).
	05 BGISSD-BENEFICIARY		PIC X(40).
	05 BGISSD-TYPE-FLAG		PIC X.
	05 BGISSD-AMOUNT		PIC S9(11)V99 COMP-3.
	05 BGISSD-CURRENCY-CODE		PIC X(3).
	05 BGISSD-EXPIRY-DATE		PIC X(8).
	05 BGISSD-MARGIN-ACCOUNT-NO	PIC X(12).
	05 BGISSD-MARGIN-AMT		PIC S9(11)V99 COMP-3.
	05 BGISSD-CLAIM-AMOUNT		PIC S9(11)V99 COMP-3.
	05 BGISSD-COMMISSION-AMT	PIC S9(11)V99 COMP-3.
	05 BGISSD-ISSUE-DATE		PIC X(8).
	05 BGISSD-STATUS-FLAG		PIC X.
      *
