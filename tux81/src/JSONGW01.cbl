      *  converts them to JSON text, so the portal team has a
      *  sanctioned boundary instead of direct database access.
      *
      *  Three views are exposed - loan balance inquiry
      *  (LOANBALANCEVW, LOANMSTR/LNMAST01 fields), repayment
      *  schedule (REPAYSCHEDVW, REPAYSCH fields) and portal transfer
      *  (PORTALXFERVW, the PTXFRD fields, registered on VIEWREGR
      *  with owning service PTXFR01 and 13 fields) - and any other
      *  VIEWNAME, registered or not, is rejected.  This is a pure
      *  format-boundary service: the caller is expected to have
      *  already populated DATA-REC from the real service (LNMAST01
      *  INQUIRE, a repayment-schedule read) before calling here, the
      *  same way LNINQCV1 separates turn plumbing from data sourcing.
      *
      *  JSONGW-TO-FML (JSON back into an FML buffer) is accepted
      *  for the transfer view only; the two inquiry views have no
      *  write-back use and are still refused (9037).  The portal
      *  sends its request as flat JSON in the same shape this
      *  service writes - "key":"value" pairs, every value quoted,
      *  no blanks around the colon - with keys function,
      *  customerNo, fromAccount, destType, toAccount, benefBank,
      *  benefAccount, amount and otpCode; a key left out comes
      *  through blank.  The parsed request is checked for what
      *  PTXFR01 cannot do without, and nothing more:
      *   - function "C" (issue a one-time code) needs customerNo;
      *   - function "T" (post the transfer) also needs fromAccount,
      *     otpCode, destType "I" with toAccount or "E" with
      *     benefBank and benefAccount, and an amount of up to
      *     eleven digits and two decimals, above zero.
      *  Ownership, the code itself, limits and holds stay with
      *  PTXFR01; the caller moves JSONGW-TRANSFER into its DATA-REC,
      *  and moves the reply back for JSONGW-TO-JSON to render the
      *  new balance, TRANID and any refusal reason.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. JSONGW01.
	01  WS-INTEREST-DISP		PIC -(9).99.
	01  WS-BALANCE-DISP		PIC -(9).99.
	01  WS-DELINQ-DISP		PIC 9(4).
	01  WS-TRANID-DISP		PIC 9(9).
	01  WS-JSON-KEY			PIC X(20).
	01  WS-KEY-PATTERN		PIC X(24).
	01  WS-PATTERN-LEN		PIC S9(4) COMP-5.
	01  WS-KEY-POS			PIC S9(4) COMP-5.
	01  WS-VALUE-PTR		PIC S9(4) COMP-5.
	01  WS-JSON-VALUE		PIC X(40).
	01  WS-AMT-INT			PIC X(11) JUSTIFIED RIGHT.
	01  WS-AMT-DEC			PIC X(2).
	01  WS-INT-LEN			PIC S9(4) COMP-5.
	01  WS-DEC-LEN			PIC S9(4) COMP-5.
	01  WS-AMOUNT-FLAG		PIC X.
		88  WS-AMOUNT-VALID	VALUE "Y".
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
		EXIT PROGRAM.
      *
	1000-CONVERT-VIEW.
		EVALUATE TRUE
			WHEN NOT JSONGW-LOAN-BALANCE-VIEW
				AND NOT JSONGW-REPAY-SCHEDULE-VIEW
				AND NOT JSONGW-PORTAL-TRANSFER-VIEW
				MOVE 9036 TO APPL-CODE
			WHEN JSONGW-TO-JSON
				PERFORM 1100-BUILD-JSON
				SET JSONGW-OK TO TRUE
			WHEN JSONGW-TO-FML
				AND JSONGW-PORTAL-TRANSFER-VIEW
				PERFORM 2000-PARSE-TRANSFER
			WHEN OTHER
				MOVE 9037 TO APPL-CODE
		END-EVALUATE.
      *
	1100-BUILD-JSON.
		MOVE SPACES TO JSONGW-JSON-TEXT
				PERFORM 1110-BUILD-LOAN-BALANCE-JSON
			WHEN JSONGW-REPAY-SCHEDULE-VIEW
				PERFORM 1120-BUILD-REPAY-SCHEDULE-JSON
			WHEN JSONGW-PORTAL-TRANSFER-VIEW
				PERFORM 1130-BUILD-TRANSFER-JSON
		END-EVALUATE.
      *
	1110-BUILD-LOAN-BALANCE-JSON.
			'"balance":"' WS-BALANCE-DISP '"}'
			DELIMITED BY SIZE INTO JSONGW-JSON-TEXT.
      *
	1130-BUILD-TRANSFER-JSON.
		MOVE JSONGW-XFER-NEW-BALANCE TO WS-BALANCE-DISP
		MOVE JSONGW-XFER-TRANID TO WS-TRANID-DISP
		STRING '{"function":"' JSONGW-XFER-FUNCTION-CODE '",'
			'"fromAccount":"' JSONGW-XFER-FROM-ACCOUNT '",'
			'"newBalance":"' WS-BALANCE-DISP '",'
			'"tranId":"' WS-TRANID-DISP '",'
			'"rejectReason":"' JSONGW-XFER-REJECT-REASON
			'"}'
			DELIMITED BY SIZE INTO JSONGW-JSON-TEXT.
      *
	2000-PARSE-TRANSFER.
		INITIALIZE JSONGW-TRANSFER
		MOVE "function" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-FUNCTION-CODE
		MOVE "customerNo" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-CUSTOMER-NO
		MOVE "fromAccount" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-FROM-ACCOUNT
		MOVE "destType" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-DEST-TYPE
		MOVE "toAccount" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-TO-ACCOUNT
		MOVE "benefBank" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-BENEF-BANK
		MOVE "benefAccount" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-BENEF-ACCOUNT
		MOVE "otpCode" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		MOVE WS-JSON-VALUE TO JSONGW-XFER-OTP-CODE
		MOVE "amount" TO WS-JSON-KEY
		PERFORM 2100-FIND-VALUE
		PERFORM 2200-CONVERT-AMOUNT
		PERFORM 2300-CHECK-TRANSFER.
      *
      *  Finds "key":" in the request text and takes everything up
      *  to the closing quote; a key that is not there leaves
      *  WS-JSON-VALUE blank.
	2100-FIND-VALUE.
		MOVE SPACES TO WS-JSON-VALUE
		MOVE SPACES TO WS-KEY-PATTERN
		MOVE 1 TO WS-PATTERN-LEN
		STRING '"' DELIMITED BY SIZE
			WS-JSON-KEY DELIMITED BY SPACE
			'":"' DELIMITED BY SIZE
			INTO WS-KEY-PATTERN WITH POINTER WS-PATTERN-LEN
		SUBTRACT 1 FROM WS-PATTERN-LEN
		MOVE ZERO TO WS-KEY-POS
		INSPECT JSONGW-JSON-TEXT TALLYING WS-KEY-POS
			FOR CHARACTERS BEFORE INITIAL
				WS-KEY-PATTERN (1:WS-PATTERN-LEN)
		IF WS-KEY-POS < LENGTH OF JSONGW-JSON-TEXT
			COMPUTE WS-VALUE-PTR =
				WS-KEY-POS + WS-PATTERN-LEN + 1
			UNSTRING JSONGW-JSON-TEXT DELIMITED BY '"'
				INTO WS-JSON-VALUE
				WITH POINTER WS-VALUE-PTR
		END-IF.
      *
      *  Same integer/decimal split CLINBT1 and NSTRCN1 use on
      *  statement amounts: the whole part right-aligned and
      *  zero-filled, the pence left-aligned and zero-filled, each
      *  checked numeric before NUMVAL sees it.
	2200-CONVERT-AMOUNT.
		MOVE "N" TO WS-AMOUNT-FLAG
		MOVE SPACES TO WS-AMT-INT
		MOVE SPACES TO WS-AMT-DEC
		MOVE ZERO TO WS-INT-LEN
		MOVE ZERO TO WS-DEC-LEN
		UNSTRING WS-JSON-VALUE DELIMITED BY "." OR SPACE
			INTO WS-AMT-INT COUNT IN WS-INT-LEN
				WS-AMT-DEC COUNT IN WS-DEC-LEN
		INSPECT WS-AMT-INT REPLACING LEADING SPACE BY ZERO
		INSPECT WS-AMT-DEC REPLACING ALL SPACE BY ZERO
		IF WS-INT-LEN < 12 AND WS-DEC-LEN < 3
				AND WS-AMT-INT IS NUMERIC
				AND WS-AMT-DEC IS NUMERIC
			COMPUTE JSONGW-XFER-AMOUNT =
				FUNCTION NUMVAL (WS-AMT-INT)
				+ (FUNCTION NUMVAL (WS-AMT-DEC)
				/ 100)
			SET WS-AMOUNT-VALID TO TRUE
		END-IF.
      *
	2300-CHECK-TRANSFER.
		EVALUATE TRUE
			WHEN NOT JSONGW-XFER-REQUEST-CODE
				AND NOT JSONGW-XFER-TRANSFER
				MOVE 9340 TO APPL-CODE
			WHEN JSONGW-XFER-CUSTOMER-NO = SPACES
				MOVE 9341 TO APPL-CODE
			WHEN JSONGW-XFER-REQUEST-CODE
				SET JSONGW-OK TO TRUE
			WHEN JSONGW-XFER-FROM-ACCOUNT = SPACES
				OR JSONGW-XFER-OTP-CODE = SPACES
				MOVE 9342 TO APPL-CODE
			WHEN NOT JSONGW-XFER-INTERNAL
				AND NOT JSONGW-XFER-EXTERNAL
				MOVE 9342 TO APPL-CODE
			WHEN JSONGW-XFER-INTERNAL
				AND JSONGW-XFER-TO-ACCOUNT = SPACES
				MOVE 9342 TO APPL-CODE
			WHEN JSONGW-XFER-EXTERNAL
				AND JSONGW-XFER-BENEF-BANK = SPACES
				MOVE 9342 TO APPL-CODE
			WHEN JSONGW-XFER-EXTERNAL
				AND JSONGW-XFER-BENEF-ACCOUNT = SPACES
				MOVE 9342 TO APPL-CODE
			WHEN NOT WS-AMOUNT-VALID
				OR JSONGW-XFER-AMOUNT NOT > ZERO
				MOVE 9343 TO APPL-CODE
			WHEN OTHER
				SET JSONGW-OK TO TRUE
		END-EVALUATE.
      *
