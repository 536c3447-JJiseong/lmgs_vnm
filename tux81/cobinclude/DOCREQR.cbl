      *
      *  DOCREQR.cbl
      *
      *  Loan document requirement.  One row per document a loan
      *  product asks for, keyed on the product code (LNPRODR /
      *  LNAPP-PRODUCT-CODE) plus a short document code (e.g.
      *  "PAYSLP", "TITLE", "IDCOPY").  A mandatory row must be
      *  received or waived before an application under the
      *  product can be approved, funded or disbursed (DOCCHK1); an
      *  optional one is tracked on the checklist but blocks
      *  nothing.  Maintained by the product desk through DOCRQMT1;
      *  an inactive row is kept for the record but no longer asked
      *  of new or open applications.
      *
	05 DOCREQ-KEY.
		10  DOCREQ-PRODUCT-CODE	PIC X(4).
		10  DOCREQ-DOC-CODE	PIC X(6).
	05 DOCREQ-DESCRIPTION		PIC X(30).
	05 DOCREQ-MANDATORY-FLAG	PIC X.
		88  DOCREQ-MANDATORY	VALUE "Y".
		88  DOCREQ-OPTIONAL	VALUE "N".
	05 DOCREQ-STATUS-FLAG		PIC X.
		88  DOCREQ-ACTIVE	VALUE "A".
		88  DOCREQ-INACTIVE	VALUE "I".
      *
