      *
      *  PTXLOGR.cbl
      *
      *  Portal transfer attempt log.  One row appended by PTXFR01
      *  for every call - code requests as well as transfers, those
      *  that posted as well as those refused - carrying who asked,
      *  from which account, to where, for how much, under which
      *  portal session user and client branch, and the outcome:
      *  the APPL-CODE a refusal was returned with, or the posting
      *  TRANID of a transfer that went through.  This is the
      *  fraud desk's review file - a refused attempt is exactly
      *  what they most want to see.
      *
	05 PTXLOG-DATE			PIC X(8).
	05 PTXLOG-TIME			PIC X(6).
	05 PTXLOG-CUSTOMER-NO		PIC X(12).
	05 PTXLOG-FUNCTION-CODE		PIC X.
	05 PTXLOG-FROM-ACCOUNT		PIC X(12).
	05 PTXLOG-DEST-TYPE		PIC X.
	05 PTXLOG-TO-ACCOUNT		PIC X(12).
	05 PTXLOG-BENEF-BANK		PIC X(20).
	05 PTXLOG-BENEF-ACCOUNT		PIC X(20).
	05 PTXLOG-AMOUNT		PIC S9(11)V99 COMP-3.
	05 PTXLOG-USERNAME		PIC X(30).
	05 PTXLOG-BRANCH-CODE		PIC X(6).
	05 PTXLOG-OUTCOME-FLAG		PIC X.
		88  PTXLOG-POSTED	VALUE "P".
		88  PTXLOG-CODE-SENT	VALUE "C".
		88  PTXLOG-REFUSED	VALUE "R".
	05 PTXLOG-APPL-CODE		PIC S9(9) COMP-5.
	05 PTXLOG-TRANID		PIC S9(9) COMP-5.
      *
