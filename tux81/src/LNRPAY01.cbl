      *  every attempt journals through TELJRN1 so the supervisor
      *  review sees this channel's receipts beside the teller
      *  screen's.
      *
      *  A curtailment (LNRPAY-FUNCTION-CODE T or P) takes the
      *  money straight off principal through the CALLed core
      *  CURTAP1 instead of REPAYAP1 - keep the installment and
      *  shorten the term, or keep the term and lower the
      *  installment, the unpaid schedule regenerated to match -
      *  and any early-repayment fee the product carries is taken
      *  in cash with it, so the till sees the amount plus the fee.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNRPAY01.
		88  WS-WINDOW-CLOSED	VALUE "C".
	01  WS-JRN-ACTION		PIC X(10).
	01  WS-JRN-OUTCOME		PIC X(20).
	01  WS-TILL-AMOUNT		PIC S9(11)V99 COMP-3.
      *
	LINKAGE SECTION.
	01  TPSVCDEF-REC.
				MOVE 9206 TO APPL-CODE
				SET TPFAIL TO TRUE
			ELSE
				IF LNRPAY-CURTAILMENT
					PERFORM 1200-APPLY-CURTAILMENT
				ELSE
					PERFORM 1100-APPLY-REPAYMENT
				END-IF
			END-IF
		ELSE
			MOVE 9052 TO APPL-CODE
			LNRPAY-INSTALLMENT-NO WS-APPLY-RESULT
			LNRPAY-VALUE-DATE
		IF WS-APPLY-RESULT = ZERO
			MOVE LNRPAY-AMOUNT TO WS-TILL-AMOUNT
			PERFORM 2000-UPDATE-TILL
			MOVE "POSTED" TO WS-JRN-OUTCOME
		ELSE
			WS-BUSINESS-DATE WS-JRN-ACTION
			LNRPAY-ACCOUNT-NO LNRPAY-AMOUNT
			WS-JRN-OUTCOME.
      *
      *
      *  The curtailment core validates, posts and regenerates;
      *  this service only tenders the cash and journals it.
	1200-APPLY-CURTAILMENT.
		CALL "CURTAP1" USING LNRPAY-ACCOUNT-NO LNRPAY-AMOUNT
			LNRPAY-FUNCTION-CODE WS-BRANCH-CODE
			WS-REPAY-CASH-ACCT LNRPAY-FEE-AMOUNT
			LNRPAY-NEW-INSTALLMENTS
			LNRPAY-NEW-INSTALLMENT-AMT WS-APPLY-RESULT
		IF WS-APPLY-RESULT = ZERO
			COMPUTE WS-TILL-AMOUNT =
				LNRPAY-AMOUNT + LNRPAY-FEE-AMOUNT
			PERFORM 2000-UPDATE-TILL
			MOVE "POSTED" TO WS-JRN-OUTCOME
		ELSE
			MOVE WS-APPLY-RESULT TO APPL-CODE
			SET TPFAIL TO TRUE
			PERFORM 8000-WRITE-SUSPENSE
			MOVE "REJECTED" TO WS-JRN-OUTCOME
		END-IF
		MOVE "CURTAIL" TO WS-JRN-ACTION
		CALL "TELJRN1" USING WS-BRANCH-CODE WS-TELLER-ID
			WS-BUSINESS-DATE WS-JRN-ACTION
			LNRPAY-ACCOUNT-NO LNRPAY-AMOUNT
			WS-JRN-OUTCOME.
      *
	2000-UPDATE-TILL.
		OPEN I-O TILL-FILE
		MOVE WS-BRANCH-CODE TO TILL-BRANCH-CODE
		MOVE WS-TELLER-ID TO TILL-TELLER-ID
		MOVE WS-BUSINESS-DATE TO TILL-DATE
		ADD WS-TILL-AMOUNT TO TILL-CASH-IN
		ADD 1 TO TILL-POSTING-COUNT
		IF WS-TILL-FOUND
			REWRITE TILL-RECORD
