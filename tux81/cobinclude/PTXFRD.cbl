      *
      *  PTXFRD.cbl
      *
      *  PTXFR01 service buffer (portal transfers).
      *  PTXFRD-FUNCTION-CODE selects REQUEST-CODE, which sends a
      *  fresh one-time code to the customer's registered phone, or
      *  TRANSFER, which moves PTXFRD-AMOUNT out of the customer's
      *  own demand-deposit account (PTXFRD-FROM-ACCOUNT) either to
      *  another account in this bank (PTXFRD-DEST-TYPE "I",
      *  PTXFRD-TO-ACCOUNT) or to an account at another bank ("E",
      *  PTXFRD-BENEF-BANK/PTXFRD-BENEF-ACCOUNT, queued for the
      *  clearing house on OCTXFRR), on the strength of the code
      *  keyed in PTXFRD-OTP-CODE.  The new balance of the debited
      *  account and the posting TRANID come back on success; a
      *  refusal comes back with APPL-CODE and a readable reason.
      *
	05 PTXFRD-FUNCTION-CODE		PIC X.
		88  PTXFRD-REQUEST-CODE	VALUE "C".
		88  PTXFRD-TRANSFER	VALUE "T".
	05 PTXFRD-CUSTOMER-NO		PIC X(12).
	05 PTXFRD-FROM-ACCOUNT		PIC X(12).
	05 PTXFRD-DEST-TYPE		PIC X.
		88  PTXFRD-INTERNAL	VALUE "I".
		88  PTXFRD-EXTERNAL	VALUE "E".
	05 PTXFRD-TO-ACCOUNT		PIC X(12).
	05 PTXFRD-BENEF-BANK		PIC X(20).
	05 PTXFRD-BENEF-ACCOUNT		PIC X(20).
	05 PTXFRD-AMOUNT		PIC S9(11)V99 COMP-3.
	05 PTXFRD-OTP-CODE		PIC X(6).
	05 PTXFRD-NEW-BALANCE		PIC S9(11)V99 COMP-3.
	05 PTXFRD-TRANID		PIC S9(9) COMP-5.
	05 PTXFRD-REJECT-REASON		PIC X(40).
      *
