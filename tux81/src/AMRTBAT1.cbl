      *  total installment computed from LOANM-RATE and
      *  LOANM-TERM-MONTHS, the principal/interest split shifting
      *  over the term, with the last installment absorbing the
      *  rounding so the balance lands exactly at zero.  A bullet
      *  loan gets interest-only installments with the whole
      *  principal on the last one; a balloon loan gets the annuity
      *  levelled so that LOANM-BALLOON-AMT is still owed for the
      *  last installment, which takes it with the rounding.  Due dates
      *  advance one calendar month per installment from today's
      *  run date, then roll forward to
      *  the next working day (BUSDTRL1 against the business
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-PAYMENT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-FACTOR		PIC S9(7)V9(8) COMP-3.
	01  WS-BALLOON-AMT		PIC S9(11)V99 COMP-3.
	01  WS-RAW-DUE-DATE		PIC X(8).
	01  WS-HAS-SCHED-FLAG		PIC X.
		88  WS-HAS-SCHEDULE	VALUE "Y".
			GIVING WS-INSTALLMENT-PRIN
		CALL "DAYCNT1" USING LOANM-DAYCOUNT-BASIS
			LOANM-RATE WS-DAILY-RATE WS-MONTHLY-RATE
		IF LOANM-LEVEL-PAYMENT
			PERFORM 2300-COMPUTE-ANNUITY-PAYMENT
		END-IF
		MOVE 0 TO WS-INSTALLMENT-NO
			PERFORM 2200-ADVANCE-MONTH
			COMPUTE WS-INTEREST-AMT ROUNDED =
				WS-BALANCE * WS-MONTHLY-RATE
			IF LOANM-LEVEL-PAYMENT
				PERFORM 2400-SET-ANNUITY-PRINCIPAL
			END-IF
			IF LOANM-BULLET
				PERFORM 2450-SET-BULLET-PRINCIPAL
			END-IF
			SUBTRACT WS-INSTALLMENT-PRIN FROM WS-BALANCE
			MOVE LOANM-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE WS-INSTALLMENT-NO TO REPAY-INSTALLMENT-NO
		END-IF.
      *
      *  Standard annuity payment P * i * (1+i)**n / ((1+i)**n - 1);
      *  a zero rate degrades to equal principal over the term.  A
      *  balloon loan levels only what is left once the balloon's
      *  present value B / (1+i)**n is set aside, so B remains owed
      *  at the end.
	2300-COMPUTE-ANNUITY-PAYMENT.
		PERFORM 2350-SET-BALLOON-AMOUNT
		IF WS-MONTHLY-RATE = ZERO
			COMPUTE WS-ANNUITY-PAYMENT =
				(LOANM-PRINCIPAL - WS-BALLOON-AMT)
				/ LOANM-TERM-MONTHS
		ELSE
			COMPUTE WS-ANNUITY-FACTOR ROUNDED =
				(1 + WS-MONTHLY-RATE)
				** LOANM-TERM-MONTHS
			COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
				(LOANM-PRINCIPAL
				- WS-BALLOON-AMT / WS-ANNUITY-FACTOR)
				* WS-MONTHLY-RATE * WS-ANNUITY-FACTOR
				/ (WS-ANNUITY-FACTOR - 1)
		END-IF.
      *
	2350-SET-BALLOON-AMOUNT.
		IF LOANM-BALLOON
			MOVE LOANM-BALLOON-AMT TO WS-BALLOON-AMT
		ELSE
			MOVE ZERO TO WS-BALLOON-AMT
		END-IF
		IF WS-BALLOON-AMT > LOANM-PRINCIPAL
			MOVE LOANM-PRINCIPAL TO WS-BALLOON-AMT
		END-IF.
      *
      *  The annuity principal portion is payment less interest; the
      *  final installment takes whatever balance remains so the
				WS-ANNUITY-PAYMENT - WS-INTEREST-AMT
		END-IF.
      *
      *  A bullet installment is interest only until the last one,
      *  which repays the whole principal.
	2450-SET-BULLET-PRINCIPAL.
		IF WS-INSTALLMENT-NO =
			LOANM-GRACE-MONTHS + LOANM-TERM-MONTHS
			MOVE WS-BALANCE TO WS-INSTALLMENT-PRIN
		ELSE
			MOVE ZERO TO WS-INSTALLMENT-PRIN
		END-IF.
      *
      *  A grace installment collects interest on the untouched
      *  balance and no principal - the amortizing schedule starts
      *  only once the window is past (LOANM-GRACE-MONTHS, carried
