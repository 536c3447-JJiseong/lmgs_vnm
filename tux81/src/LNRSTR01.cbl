      *  deleted, and the remaining installments are regenerated
      *  from the current running balance (LOANM-PRINCIPAL,
      *  maintained down by REPAYAP1) over LNRSTR-NEW-TERM-MONTHS by
      *  the loan's own amortization method (LOANM-AMORT-METHOD -
      *  equal principal, annuity, bullet or balloon, the same
      *  mathematics as AMRTBAT1) so a restructure keeps the loan
      *  on the method it was sold with, numbering on from the
      *  last paid installment.  LOANM-TERM-MONTHS becomes paid
      *  installments plus the new remaining term, so the master
      *  still shows the loan's full life.
      *
      *  LOANM-RATE and LOANM-TERM-MONTHS are rewritten, so old/new
      *  images of both go to the audit trail (AUDTRLR/AUDITLOG) the
      *  same way LNMAST01 audits a status change.
      *
      *  The origination fees still deferred on the loan (DFEEREGR)
      *  are caught up on the new schedule straight away (DFRREL01,
      *  scheduled release) rather than waiting for month-end.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNRSTR01.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-PAID-COUNT		PIC S9(5) COMP-3.
	01  WS-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-PAYMENT		PIC S9(11)V99 COMP-3.
	01  WS-ANNUITY-FACTOR		PIC S9(7)V9(8) COMP-3.
	01  WS-BALLOON-AMT		PIC S9(11)V99 COMP-3.
	01  WS-LAST-INSTALLMENT-NO	PIC 9(5).
	01  WS-REMAINING-GRACE		PIC S9(5) COMP-3.
	01  WS-CRLIFE-STATUS		PIC XX.
	01  WS-NEW-RATE-DISP		PIC ---9.9999.
	01  WS-OLD-TERM-DISP		PIC ----9.
	01  WS-NEW-TERM-DISP		PIC ----9.
	01  WS-DFR-MODE			PIC X.
	01  WS-DFR-RELEASED		PIC S9(11)V99 COMP-3.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN I-O LOAN-MASTER-FILE
		CALL "DAYCNT1" USING LOANM-DAYCOUNT-BASIS
			LNRSTR-NEW-RATE WS-DAILY-RATE
			WS-MONTHLY-RATE
		IF LOANM-LEVEL-PAYMENT
			PERFORM 1340-COMPUTE-ANNUITY-PAYMENT
		END-IF
		COMPUTE WS-REMAINING-GRACE =
			PERFORM 1310-ADVANCE-MONTH
			COMPUTE WS-INTEREST-AMT ROUNDED =
				WS-BALANCE * WS-MONTHLY-RATE
			IF LOANM-LEVEL-PAYMENT
				PERFORM 1350-SET-ANNUITY-PRINCIPAL
			END-IF
			IF LOANM-BULLET
				PERFORM 1355-SET-BULLET-PRINCIPAL
			END-IF
			SUBTRACT WS-INSTALLMENT-PRIN FROM WS-BALANCE
			MOVE LNRSTR-ACCOUNT-NO TO REPAY-ACCOUNT-NO
			MOVE WS-INSTALLMENT-NO TO REPAY-INSTALLMENT-NO
			ADD 1 TO WS-DUE-YEAR
		END-IF.
      *
      *  A balloon loan levels only what is left once the
      *  balloon's present value is set aside, so the balloon is
      *  still owed for the last installment.
	1340-COMPUTE-ANNUITY-PAYMENT.
		PERFORM 1345-SET-BALLOON-AMOUNT
		IF WS-MONTHLY-RATE = ZERO
			COMPUTE WS-ANNUITY-PAYMENT =
				(LOANM-PRINCIPAL - WS-BALLOON-AMT)
				/ LNRSTR-NEW-TERM-MONTHS
		ELSE
			COMPUTE WS-ANNUITY-FACTOR ROUNDED =
				(1 + WS-MONTHLY-RATE)
				** LNRSTR-NEW-TERM-MONTHS
			COMPUTE WS-ANNUITY-PAYMENT ROUNDED =
				(LOANM-PRINCIPAL
				- WS-BALLOON-AMT / WS-ANNUITY-FACTOR)
				* WS-MONTHLY-RATE * WS-ANNUITY-FACTOR
				/ (WS-ANNUITY-FACTOR - 1)
		END-IF.
      *
      *  The balloon fixed at create, capped at what is still
      *  outstanding.
	1345-SET-BALLOON-AMOUNT.
		IF LOANM-BALLOON
			MOVE LOANM-BALLOON-AMT TO WS-BALLOON-AMT
		ELSE
			MOVE ZERO TO WS-BALLOON-AMT
		END-IF
		IF WS-BALLOON-AMT > LOANM-PRINCIPAL
			MOVE LOANM-PRINCIPAL TO WS-BALLOON-AMT
		END-IF.
      *
	1350-SET-ANNUITY-PRINCIPAL.
		IF WS-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO
				WS-ANNUITY-PAYMENT - WS-INTEREST-AMT
		END-IF.
      *
      *  Bullet: interest only until the last installment, which
      *  repays the whole balance.
	1355-SET-BULLET-PRINCIPAL.
		IF WS-INSTALLMENT-NO = WS-LAST-INSTALLMENT-NO
			MOVE WS-BALANCE TO WS-INSTALLMENT-PRIN
		ELSE
			MOVE ZERO TO WS-INSTALLMENT-PRIN
		END-IF.
      *
      *  Interest-only row for a preserved grace month: interest on
      *  the untouched balance at the renegotiated rate, no
      *  principal due, balance unchanged.
		MOVE LNRSTR-NEW-RATE TO WS-NEW-RATE-DISP
		MOVE LOANM-TERM-MONTHS TO WS-NEW-TERM-DISP
		REWRITE LOAN-MASTER-RECORD
		PERFORM 1500-AUDIT-RESTRUCTURE
		PERFORM 1600-CATCH-UP-DEFERRED-FEES.
      *
	1500-AUDIT-RESTRUCTURE.
		MOVE "LOAN-RATE" TO AUDTRL-RECORD-TYPE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE WS-NEW-TERM-DISP TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
	1600-CATCH-UP-DEFERRED-FEES.
		MOVE "M" TO WS-DFR-MODE
		CALL "DFRREL01" USING LOANM-ACCOUNT-NO WS-DFR-MODE
			WS-DFR-RELEASED.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
