      *  loan's LOANM-PRINCIPAL, the customer's share-weighted
      *  liability on loans they co-borrow (COBORR), plus every
      *  active guarantee the customer has given (GUARNTR, their
      *  contingent liability) and every active bank guarantee
      *  issued on the customer's behalf (BGREGR, a demand on which
      *  becomes their debt) -
      *  adds the proposed new amount, and compares the result to
      *  the maintained single-obligor limit (system parameter
      *  SOBLIMIT, amount; zero or no row means no limit is
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GUARNT-GUARANTEE-ID
			FILE STATUS IS WS-GUARNT-STATUS.
		SELECT BG-REGISTER-FILE ASSIGN TO "BGREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BGREG-GUARANTEE-NO
			FILE STATUS IS WS-BGREG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  GUARANTOR-FILE.
	01  GUARANTOR-RECORD.
		COPY GUARNTR.
	FD  BG-REGISTER-FILE.
	01  BG-REGISTER-RECORD.
		COPY BGREGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-COBOR-STATUS		PIC XX.
	01  WS-GUARNT-STATUS		PIC XX.
	01  WS-BGREG-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-COBOR-ACCOUNT		PIC X(12).
		PERFORM 1000-SUM-OPEN-LOANS
		PERFORM 1500-SUM-COBORROWED-LOANS
		PERFORM 2000-SUM-GUARANTEES
		PERFORM 2500-SUM-BANK-GUARANTEES
		ADD LS-NEW-AMOUNT TO LS-TOTAL-EXPOSURE
		PERFORM 3000-LOAD-LIMIT
		IF LS-LIMIT-AMOUNT > ZERO
						TO LS-TOTAL-EXPOSURE
				END-IF
		END-READ.
      *
	2500-SUM-BANK-GUARANTEES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BG-REGISTER-FILE
		IF WS-BGREG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		IF NOT WS-EOF
			MOVE LOW-VALUES TO BGREG-GUARANTEE-NO
			START BG-REGISTER-FILE
				KEY >= BGREG-GUARANTEE-NO
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 2600-SCAN-BANK-GUARANTEES UNTIL WS-EOF
		CLOSE BG-REGISTER-FILE.
      *
	2600-SCAN-BANK-GUARANTEES.
		READ BG-REGISTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF BGREG-APPLICANT-CUST-NO =
						LS-CUSTOMER-NO
					AND BGREG-ACTIVE
					ADD BGREG-AMOUNT
						TO LS-TOTAL-EXPOSURE
				END-IF
		END-READ.
      *
	3000-LOAD-LIMIT.
		MOVE ZERO TO LS-LIMIT-AMOUNT
		MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PARM-AS-OF
		MOVE "SOBLIMIT" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO LS-LIMIT-AMOUNT
		END-IF.
      *
