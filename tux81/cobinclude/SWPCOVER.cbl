      *
      *  SWPCOVER.cbl
      *
      *  Reverse-sweep cover for a demand-deposit debit path.  COPY
      *  this into a dedicated paragraph (e.g. "3050-REVERSE-SWEEP.
      *  COPY SWPCOVER.") and PERFORM it once the account has been
      *  read and its holds taken (DDHLDCK1), before the funds
      *  tests, having first MOVEd the account and the debit amount
      *  into WS-SWEEP-ACCOUNT/WS-SWEEP-DEBIT and the posting date
      *  into WS-SWEEP-DATE.  When the debit is more than the free
      *  balance and the account sits under a sweep (SWEEPR), the
      *  youngest swept deposits are broken back into it through
      *  SWPCOV1 - but only when what they hold would let the debit
      *  through the funds tests; otherwise nothing is broken and
      *  the debit fails exactly as it always did.  The cover is
      *  added to DDACC-BALANCE and the account rewritten at once,
      *  so the money is on the account whatever the debit's
      *  outcome.  The account's home branch (DDACC-HOME-BRANCH)
      *  goes with the call, for the demand-deposit legs.
      *
      *  Requires the calling program to declare the DD-ACCOUNT-FILE
      *  (DD-ACCOUNT-RECORD, COPY DDACCTR) open I-O with the account
      *  read, and in WORKING-STORAGE:
      *      01  WS-HELD-AMOUNT          PIC S9(13)V99 COMP-3.
      *      01  WS-SWEEP-ACCOUNT        PIC X(12).
      *      01  WS-SWEEP-DEBIT          PIC S9(11)V99 COMP-3.
      *      01  WS-SWEEP-DATE           PIC X(8).
      *      01  WS-SWEEP-MODE           PIC X.
      *      01  WS-SWEEP-SHORTFALL      PIC S9(11)V99 COMP-3.
      *      01  WS-SWEEP-COVER          PIC S9(11)V99 COMP-3.
      *
	IF WS-SWEEP-DEBIT > DDACC-BALANCE - WS-HELD-AMOUNT
		COMPUTE WS-SWEEP-SHORTFALL = WS-SWEEP-DEBIT
			- DDACC-BALANCE + WS-HELD-AMOUNT
		MOVE "Q" TO WS-SWEEP-MODE
		CALL "SWPCOV1" USING WS-SWEEP-ACCOUNT WS-SWEEP-MODE
			WS-SWEEP-SHORTFALL WS-SWEEP-DATE WS-SWEEP-COVER
			DDACC-HOME-BRANCH
		IF WS-SWEEP-COVER > ZERO
			AND WS-SWEEP-DEBIT NOT >
				DDACC-BALANCE + DDACC-OVERDRAFT-LIMIT
				- WS-HELD-AMOUNT + WS-SWEEP-COVER
			MOVE "B" TO WS-SWEEP-MODE
			CALL "SWPCOV1" USING WS-SWEEP-ACCOUNT
				WS-SWEEP-MODE WS-SWEEP-SHORTFALL
				WS-SWEEP-DATE WS-SWEEP-COVER
				DDACC-HOME-BRANCH
			ADD WS-SWEEP-COVER TO DDACC-BALANCE
			REWRITE DD-ACCOUNT-RECORD
		END-IF
	END-IF.
