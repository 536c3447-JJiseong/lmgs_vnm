      *  unmapped booking branch (the head-office placeholder
      *  "000000" counts as unmapped).
      *
      *  The national ID and name go out through PIIMSK1 under
      *  extract code CICXTRR, which applies the masking policy
      *  (PIIPOLR) and logs each field sent against the customer
      *  and loan; with no policy row they pass in clear, since the
      *  registry matches the borrower on them.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry and finish
      *  like the other month-end jobs - classification must be
      *  current, so operations register DELQBAT1 as a predecessor.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-PERIOD			PIC X(6).
	01  WS-PII-EXTRACT		PIC X(8) VALUE "CICXTRR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-CUST-FOUND-FLAG		PIC X.
		88  WS-CUST-FOUND	VALUE "Y".
	01  WS-REPORTED-COUNT		PIC 9(9) VALUE 0.
		END-EVALUATE.
      *
	2200-WRITE-EXTRACT-ROW.
		MOVE LOANM-ACCOUNT-NO TO WS-PII-REFERENCE
		MOVE "NATID" TO WS-PII-FIELD
		MOVE CUSTM-NATIONAL-ID TO WS-PII-VALUE
		PERFORM 2210-PROTECT-FIELD
		MOVE WS-PII-VALUE TO CICX-NATIONAL-ID
		MOVE "NAME" TO WS-PII-FIELD
		MOVE CUSTM-NAME TO WS-PII-VALUE
		PERFORM 2210-PROTECT-FIELD
		MOVE WS-PII-VALUE TO CICX-CUSTOMER-NAME
		MOVE LOANM-ACCOUNT-NO TO CICX-ACCOUNT-NO
		MOVE LOANM-PRINCIPAL TO CICX-BALANCE
		EVALUATE TRUE
		WRITE CIC-EXTRACT-RECORD
		ADD 1 TO WS-REPORTED-COUNT
		ADD LOANM-PRINCIPAL TO WS-BALANCE-TOTAL.
      *
	2210-PROTECT-FIELD.
		MOVE "P" TO WS-PII-TREATMENT
		CALL "PIIMSK1" USING LOANM-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE.
      *
	3000-WRITE-EXCEPTION.
		ADD 1 TO WS-EXCEPTION-COUNT
