      *
      *  ESTHEIRR.cbl
      *
      *  Estate settlement heir record.  One row per legal heir
      *  named on a deceased customer's settlement case, keyed on
      *  the case (the deceased's CIF number) and a sequence, as
      *  recorded from the succession documents on ESTHMNT1.  The
      *  heirs share the estate's net by ESTH-SHARE-PCT, which must
      *  add up to 100 across the case before the payment step can
      *  be proposed.  An heir is paid either to a demand-deposit
      *  account (ESTH-DD-ACCOUNT-NO) or by an outward banker's
      *  cheque, numbered in ESTH-CHEQUE-NO and registered through
      *  OCHQIS01.  A zero share keeps the heir on the case for the
      *  record but pays nothing.
      *
	05 ESTH-KEY.
		10  ESTH-CUSTOMER-NO	PIC X(12).
		10  ESTH-HEIR-SEQ	PIC 9(2).
	05 ESTH-HEIR-NAME		PIC X(30).
	05 ESTH-HEIR-CUSTOMER-NO	PIC X(12).
	05 ESTH-SHARE-PCT		PIC S9(3)V99 COMP-3.
	05 ESTH-PAY-METHOD		PIC X.
		88  ESTH-PAY-TO-ACCOUNT	VALUE "D".
		88  ESTH-PAY-BY-CHEQUE	VALUE "C".
	05 ESTH-DD-ACCOUNT-NO		PIC X(12).
	05 ESTH-CHEQUE-NO		PIC X(15).
	05 ESTH-STATUS-FLAG		PIC X.
		88  ESTH-PENDING	VALUE "P".
		88  ESTH-PAID		VALUE "D".
	05 ESTH-PAID-AMT		PIC S9(11)V99 COMP-3.
	05 ESTH-PAID-DATE		PIC X(8).
      *
