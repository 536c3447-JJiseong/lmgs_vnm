	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-PAYMENT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-FACTOR		PIC S9(7)V9(8) COMP-3.
	01  WS-BALLOON-AMT		PIC S9(11)V99 COMP-3.
	01  WS-LAST-INSTALLMENT-NO	PIC 9(5).
	01  WS-RAW-DUE-DATE		PIC X(8).
	01  WS-RESET-YEAR		PIC 9(4).
			GIVING WS-INSTALLMENT-PRIN
		CALL "DAYCNT1" USING LOANM-DAYCOUNT-BASIS
			WS-NEW-RATE WS-DAILY-RATE WS-MONTHLY-RATE
		IF LOANM-LEVEL-PAYMENT
			PERFORM 2440-COMPUTE-ANNUITY-PAYMENT
		END-IF
		MOVE WS-PAID-COUNT TO WS-INSTALLMENT-NO
			PERFORM 2420-ADVANCE-MONTH
			COMPUTE WS-INTEREST-AMT ROUNDED =
				WS-BALANCE * WS-MONTHLY-RATE
			IF LOANM-LEVEL-PAYMENT
				PERFORM 2450-SET-ANNUITY-PRINCIPAL
			END-IF
			IF LOANM-BULLET
				PERFORM 2455-SET-BULLET-PRINCIPAL
			END-IF
			SUBTRACT WS-INSTALLMENT-PRIN FROM WS-BALANCE
			PERFORM 2430-WRITE-SCHEDULE-ROW
		END-PERFORM.
		PERFORM 2490-SET-PAID-STATE
		WRITE REPAY-SCHEDULE-RECORD.
      *
      *  A balloon loan levels only what is left once the
      *  balloon's present value is set aside, so the balloon is
      *  still owed for the last installment.
	2440-COMPUTE-ANNUITY-PAYMENT.
		PERFORM 2445-SET-BALLOON-AMOUNT
		IF WS-MONTHLY-RATE = ZERO
			COMPUTE WS-ANNUITY-PAYMENT =
				(LOANM-PRINCIPAL - WS-BALLOON-AMT)
				/ WS-REMAINING-TERM
		ELSE
			COMPUTE WS-ANNUITY-FACTOR ROUNDED =
				(1 + WS-MONTHLY-RATE)
				** WS-REMAINING-TERM
			COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
				(LOANM-PRINCIPAL
				- WS-BALLOON-AMT / WS-ANNUITY-FACTOR)
				* WS-MONTHLY-RATE * WS-ANNUITY-FACTOR
				/ (WS-ANNUITY-FACTOR - 1)
		END-IF.
      *
      *  The balloon fixed at create, capped at what is still
      *  outstanding.
	2445-SET-BALLOON-AMOUNT.
		IF LOANM-BALLOON
			MOVE LOANM-BALLOON-AMT TO WS-BALLOON-AMT
		ELSE
			MOVE ZERO TO WS-BALLOON-AMT
		END-IF
		IF WS-BALLOON-AMT > LOANM-PRINCIPAL
			MOVE LOANM-PRINCIPAL TO WS-BALLOON-AMT
		END-IF.
      *
	2450-SET-ANNUITY-PRINCIPAL.
		IF WS-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO
			COMPUTE WS-INSTALLMENT-PRIN =
				WS-ANNUITY-PAYMENT - WS-INTEREST-AMT
		END-IF.
      *
      *  Bullet: interest only until the last installment, which
      *  repays the whole balance.
	2455-SET-BULLET-PRINCIPAL.
		IF WS-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO
			MOVE WS-BALANCE TO WS-INSTALLMENT-PRIN
		ELSE
			MOVE ZERO TO WS-INSTALLMENT-PRIN
		END-IF.
      *
	2460-WRITE-GRACE-ROW.
		COMPUTE WS-INTEREST-AMT ROUNDED =
