      *  schedule is fully paid is set back to current and left off
      *  the report.
      *
      *  A loan inside a payment moratorium (LOANM-MORAT-PGM-CODE,
      *  applied by MORABT1) is never classified better than the
      *  debt group it stood in on its program's cut-off date until
      *  LOANM-MORAT-END-DATE has passed - its moved schedule would
      *  otherwise read current - though a loan that falls further
      *  behind on the new schedule still moves down.
      *
      *  Likewise a loan aligned to the credit registry by CICIBAT1
      *  (LOANM-CIC-PERIOD) is never classified better than the
      *  worst debt group another institution reported for the
      *  borrower until the next CIC return replaces it; the group
      *  our own schedule gives is kept in LOANM-CIC-OWN-GROUP for
      *  that next return to compare against.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  ACCRBAT1 must show a completed, signed-off run on
      *  the Batch Control file (BATCTLR) before delinquency
		PERFORM 2150-FIND-OLDEST-UNPAID
		IF WS-FOUND-UNPAID
			PERFORM 2200-SET-BUCKET
			PERFORM 2250-HOLD-MORATORIUM-GROUP
			PERFORM 2260-HOLD-CIC-GROUP
			REWRITE LOAN-MASTER-RECORD
			PERFORM 2300-WRITE-REPORT-LINE
		ELSE
			IF WS-SCHEDULE-FOUND
				SET LOANM-DELINQ-CURRENT TO TRUE
				PERFORM 2260-HOLD-CIC-GROUP
				REWRITE LOAN-MASTER-RECORD
			END-IF
		END-IF.
			WHEN OTHER
				SET LOANM-DELINQ-NPL TO TRUE
		END-EVALUATE.
      *
	2250-HOLD-MORATORIUM-GROUP.
		IF LOANM-MORAT-PGM-CODE NOT = SPACES
			AND LOANM-MORAT-END-DATE >= WS-NOW (1:8)
			AND LOANM-DELINQ-CODE < LOANM-MORAT-DEBT-GROUP
			MOVE LOANM-MORAT-DEBT-GROUP TO LOANM-DELINQ-CODE
		END-IF.
      *
      *  Our own group is kept on the loan so the next CIC return
      *  can tell whether the registry is still worse than us.
	2260-HOLD-CIC-GROUP.
		IF LOANM-CIC-PERIOD NOT = SPACES
			MOVE LOANM-DELINQ-CODE TO LOANM-CIC-OWN-GROUP
			IF LOANM-DELINQ-CODE < LOANM-CIC-DEBT-GROUP
				MOVE LOANM-CIC-DEBT-GROUP
					TO LOANM-DELINQ-CODE
			END-IF
		END-IF.
      *
	2300-WRITE-REPORT-LINE.
		MOVE LOANM-ACCOUNT-NO TO DELQ-ACCOUNT-NO
