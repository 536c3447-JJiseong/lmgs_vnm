      *
      *  LNDOCR.cbl
      *
      *  Loan application document checklist.  One row per
      *  application and required document, keyed on the
      *  application number (LNAPPR) plus the document code from
      *  the product's requirement table (DOCREQR), which DOCCHK1
      *  copies in - description and mandatory flag included - the
      *  first time the application's checklist is looked at.  The
      *  status is O (outstanding), R (received, stamped with the
      *  date and the user who took the paper in at LNAPPMT1) or W
      *  (waived).  A waiver is never keyed straight onto the row:
      *  LNAPPMT1 parks it on the pending-change file under the
      *  maker's name and reason, and only a second user approving
      *  it through APPRMNT1 sets the status, stamping their own
      *  name as the approver.
      *
	05 LNDOC-KEY.
		10  LNDOC-APPLICATION-NO
					PIC X(12).
		10  LNDOC-DOC-CODE	PIC X(6).
	05 LNDOC-DESCRIPTION		PIC X(30).
	05 LNDOC-MANDATORY-FLAG		PIC X.
		88  LNDOC-MANDATORY	VALUE "Y".
	05 LNDOC-STATUS-FLAG		PIC X.
		88  LNDOC-OUTSTANDING	VALUE "O".
		88  LNDOC-RECEIVED	VALUE "R".
		88  LNDOC-WAIVED	VALUE "W".
	05 LNDOC-RECEIVED-DATE		PIC X(8).
	05 LNDOC-RECEIVED-BY		PIC X(30).
	05 LNDOC-WAIVE-MAKER		PIC X(30).
	05 LNDOC-WAIVE-REASON		PIC X(30).
	05 LNDOC-WAIVE-APPROVER		PIC X(30).
	05 LNDOC-WAIVE-DATE		PIC X(8).
      *
