      *  desk to act on - posting the cheque's money is the desk's
      *  explicit re-drive through the repayment path, not an
      *  automatic side effect of intake.
      *
      *  A cheque drawn on a joint or company account is refused at
      *  intake unless the signatures verified on it satisfy the
      *  account's signing mandate (DDMANDR via MANDCK1); an
      *  account with no mandate on file is not affected.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CHQCLR01.
	01  WS-CHQCLR-STATUS		PIC XX.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-INSTALLMENT-AMT		PIC S9(11)V99 COMP-3.
	01  WS-MANDATE-FLAG		PIC X.
		88  WS-MANDATE-MET	VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-FOUND-UNPAID-FLAG	PIC X.
		EXIT PROGRAM.
      *
	1000-INTAKE-CHEQUE.
		CALL "MANDCK1" USING CHQCLRD-ACCOUNT-NO
			CHQCLRD-SIGNERS WS-MANDATE-FLAG
		IF WS-MANDATE-MET
			PERFORM 1050-RECORD-CHEQUE
		ELSE
			MOVE 9240 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	1050-RECORD-CHEQUE.
		MOVE CHQCLRD-CHEQUE-NO TO CHQCLR-CHEQUE-NO
		MOVE CHQCLRD-ACCOUNT-NO TO CHQCLR-ACCOUNT-NO
		MOVE CHQCLRD-AMOUNT TO CHQCLR-AMOUNT
