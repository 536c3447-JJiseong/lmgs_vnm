      *  strings (e.g. "principal":"1234.56") rather than bare JSON
      *  numbers, sidestepping leading-zero/sign formatting rules the
      *  portal's JSON parser would otherwise have to special-case.
      *
      *  The portal transfer view (PORTALXFERVW) is the one view that
      *  runs in both directions.  With JSONGW-TO-FML the portal's
      *  request text is parsed into JSONGW-TRANSFER, which lies
      *  byte for byte over the PTXFRD buffer so the caller moves the
      *  group straight into PTXFR01's DATA-REC; with JSONGW-TO-JSON
      *  PTXFR01's reply, moved back into the group, is rendered for
      *  the portal.
      *
	05 JSONGW-VIEWNAME		PIC X(33).
		88  JSONGW-LOAN-BALANCE-VIEW
					VALUE "LOANBALANCEVW".
		88  JSONGW-REPAY-SCHEDULE-VIEW
					VALUE "REPAYSCHEDVW".
		88  JSONGW-PORTAL-TRANSFER-VIEW
					VALUE "PORTALXFERVW".
	05 JSONGW-DIRECTION-FLAG	PIC X.
		88  JSONGW-TO-JSON	VALUE "J".
		88  JSONGW-TO-FML	VALUE "F".
	05 JSONGW-RESULT-FLAG		PIC X.
		88  JSONGW-OK		VALUE "O".
		88  JSONGW-REJECTED	VALUE "R".
	05 JSONGW-TRANSFER.
		10  JSONGW-XFER-FUNCTION-CODE
					PIC X.
			88  JSONGW-XFER-REQUEST-CODE
					VALUE "C".
			88  JSONGW-XFER-TRANSFER
					VALUE "T".
		10  JSONGW-XFER-CUSTOMER-NO	PIC X(12).
		10  JSONGW-XFER-FROM-ACCOUNT	PIC X(12).
		10  JSONGW-XFER-DEST-TYPE	PIC X.
			88  JSONGW-XFER-INTERNAL
					VALUE "I".
			88  JSONGW-XFER-EXTERNAL
					VALUE "E".
		10  JSONGW-XFER-TO-ACCOUNT	PIC X(12).
		10  JSONGW-XFER-BENEF-BANK	PIC X(20).
		10  JSONGW-XFER-BENEF-ACCOUNT	PIC X(20).
		10  JSONGW-XFER-AMOUNT		PIC S9(11)V99 COMP-3.
		10  JSONGW-XFER-OTP-CODE	PIC X(6).
		10  JSONGW-XFER-NEW-BALANCE	PIC S9(11)V99 COMP-3.
		10  JSONGW-XFER-TRANID		PIC S9(9) COMP-5.
		10  JSONGW-XFER-REJECT-REASON	PIC X(40).
      *
