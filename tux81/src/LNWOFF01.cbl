      *  the same way LNPOST01 writes its disbursement legs, under a
      *  real commit-sequence TRANID (TRNIDGN1/TRANSEQR), with a
      *  matching WRITEOFF row appended to the transaction history
      *  file (TRNHSTR/TRNHLOG).  Any origination fee still deferred
      *  on the loan is released to income in full at the same time
      *  (DFRREL01) - there is no remaining life to spread it over.
      *
      *  The write-off amount posted to GL is LOANM-PRINCIPAL - this
      *  system does not maintain a separately amortized outstanding
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-GLMAP-EVENT		PIC X(8).
	01  WS-GLMAP-FOUND-FLAG		PIC X.
	01  WS-DFR-MODE			PIC X.
	01  WS-DFR-RELEASED		PIC S9(11)V99 COMP-3.
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
		PERFORM 1200-AUDIT-WRITE-OFF
		PERFORM 1300-WRITE-GL-LEGS
		PERFORM 1400-WRITE-HISTORY
		PERFORM 1500-OPEN-RECOVERY-REGISTER
		PERFORM 1600-RELEASE-DEFERRED-FEES.
      *
	1200-AUDIT-WRITE-OFF.
		MOVE "LOAN-STATUS-FLAG" TO AUDTRL-RECORD-TYPE
				CONTINUE
		END-WRITE
		CLOSE RECOVERY-REG-FILE.
      *
	1600-RELEASE-DEFERRED-FEES.
		MOVE "F" TO WS-DFR-MODE
		CALL "DFRREL01" USING LOANM-ACCOUNT-NO WS-DFR-MODE
			WS-DFR-RELEASED.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
