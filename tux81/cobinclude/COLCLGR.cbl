      *
      *  COLCLGR.cbl
      *
      *  Title-document custody log.  One row per check-out or
      *  check-in of a document on the safe-custody register
      *  (COLCSTR), keyed on the collateral ID and a sequence number
      *  running from 1 per document, so the whole history of who
      *  had the document, for what, and when it came back is kept.
      *  A check-out carries the borrower (the legal team, the
      *  notary), the purpose and the date it is due back; both
      *  movements carry the date, the maker who keyed it at
      *  COLCMNT1 and the checker who approved it in APPRMNT1.  The
      *  movement is proposed with a zero sequence; APPRMNT1 numbers
      *  it when it is applied.
      *
	05 COLCLG-KEY.
		10  COLCLG-COLLATERAL-ID	PIC X(12).
		10  COLCLG-SEQ-NO	PIC 9(5).
	05 COLCLG-MOVEMENT-TYPE		PIC X.
		88  COLCLG-CHECK-OUT	VALUE "O".
		88  COLCLG-CHECK-IN	VALUE "I".
	05 COLCLG-HOLDER		PIC X(30).
	05 COLCLG-PURPOSE		PIC X(30).
	05 COLCLG-DUE-BACK-DATE		PIC X(8).
	05 COLCLG-MOVEMENT-DATE		PIC X(8).
	05 COLCLG-MAKER			PIC X(30).
	05 COLCLG-APPROVED-BY		PIC X(30).
      *
