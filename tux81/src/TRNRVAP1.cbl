	01  WS-PAID-INT-APPLIED		PIC S9(11)V99 COMP-3.
	01  WS-PART-SHARE		PIC S9(11)V99 COMP-3.
	01  WS-ORIG-BRANCH		PIC X(6).
	01  WS-RECV-BRANCH		PIC X(6).
	01  WS-ORIG-TENDER-ACCT		PIC X(10).
	01  WS-OCTXF-STATUS		PIC XX.
	01  WS-PRODUCT-CODE		PIC X(4).
		MOVE WS-CASH-ACCT TO WS-MAP-CASH-ACCT
		MOVE SPACES TO WS-PRODUCT-CODE
		MOVE SPACES TO WS-LOAN-CURRENCY
		MOVE WS-ORIG-BRANCH TO WS-RECV-BRANCH
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS = "00"
			MOVE WS-ORIG-ACCOUNT TO LOANM-ACCOUNT-NO
						TO WS-PRODUCT-CODE
					MOVE LOANM-CURRENCY-CODE
						TO WS-LOAN-CURRENCY
					PERFORM 2065-TAKE-RECV-BRANCH
			END-READ
		END-IF
		CLOSE LOAN-MASTER-FILE
			AND WS-GLMAP-FOUND-FLAG = "Y"
			MOVE WS-MAP-CASH-ACCT TO WS-MAP-RECV-ACCT
		END-IF.
      *
      *  REPAYAP1 booked a repayment's receivable, premium and
      *  participation legs to the loan's home branch and only the
      *  tender to the counter; the mirror follows the same split.
	2065-TAKE-RECV-BRANCH.
		IF WS-ORIG-EVENT = "REPAYMNT"
			AND LOANM-BRANCH-CODE NOT = SPACES
			MOVE LOANM-BRANCH-CODE TO WS-RECV-BRANCH
		END-IF.
      *
	2070-DEFAULT-DISB-TENDER.
		MOVE WS-MAP-CASH-ACCT TO WS-ORIG-TENDER-ACCT
			CLOSE GL-INTERFACE-FILE
			OPEN OUTPUT GL-INTERFACE-FILE
		END-IF
		MOVE WS-RECV-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-DEBIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-DEBIT TO TRUE
		COMPUTE GLINTF-AMOUNT =
		IF WS-PART-SHARE > ZERO
			PERFORM 2330-WRITE-PART-DEBIT
		END-IF
		MOVE WS-ORIG-BRANCH TO GLINTF-BRANCH-CODE
		MOVE WS-CREDIT-ACCT TO GLINTF-GL-ACCOUNT
		SET GLINTF-CREDIT TO TRUE
		MOVE WS-ORIG-AMOUNT TO GLINTF-AMOUNT
