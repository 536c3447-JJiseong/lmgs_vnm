      *
      *  SUBLNKR.cbl
      *
      *  Subsidized-loan link record.  One row per loan booked
      *  under a state interest-subsidy program (SUBPRGR), keyed on
      *  the loan account.  ACCRBAT1 adds each night's subsidy
      *  accrual to SUBLNK-ACCRUED-AMT; the quarterly claim extract
      *  (SUBCLBT1) claims the part the accrual register dates
      *  inside the quarter from the Treasury and moves it to
      *  SUBLNK-CLAIMED-AMT, leaving anything accrued since on the
      *  accumulator - the CRLIFER collected-then-remitted shape.
      *  SUBLNK-LAST-CLAIM-QTR is the quarter last claimed (YYYYQn).
      *  Maintained through SUBLMNT1, which never keys the two
      *  amounts.
      *
	05 SUBLNK-ACCOUNT-NO		PIC X(12).
	05 SUBLNK-PROGRAM-CODE		PIC X(6).
	05 SUBLNK-LINK-DATE		PIC X(8).
	05 SUBLNK-ACCRUED-AMT		PIC S9(11)V99 COMP-3.
	05 SUBLNK-CLAIMED-AMT		PIC S9(13)V99 COMP-3.
	05 SUBLNK-LAST-CLAIM-QTR	PIC X(6).
	05 SUBLNK-STATUS-FLAG		PIC X.
		88  SUBLNK-ACTIVE	VALUE "A".
		88  SUBLNK-CLOSED	VALUE "C".
      *
