      *
      *  FTPRMNT1.cbl
      *
      *  Treasury maintenance screen for the funds-transfer-pricing
      *  rate table (FTPRATR, keyed product + tenor band), mirroring
      *  STRSMNT1's screen pattern.  Lets treasury set, per product
      *  and tenor band, the annual rate the customer profitability
      *  report (CUSTPBT1) charges a loan for the funds it uses and
      *  credits a deposit for the funds it brings in.  The product
      *  must be on the loan product master (LNPRODR) or be DDEP
      *  (demand deposits) or FDEP (fixed deposits); the tenor is
      *  the band's upper bound in months, 1 to 999; the rate lies
      *  between 0 and 100 percent.
      *
      *  Transfer rates are under maker-checker dual control the
      *  same way the stress scenarios are: a save parks the
      *  proposed record on the pending-change file (PNDCHGR via
      *  PNDCHGW1) under the maker's name, and a second user
      *  applies it through APPRMNT1 (target FTPRATR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. FTPRMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-PRODUCT-FILE ASSIGN TO "LNPRODR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNPROD-PRODUCT-CODE
			FILE STATUS IS WS-LNPROD-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-PRODUCT-FILE.
	01  LOAN-PRODUCT-RECORD.
		COPY LNPRODR.
      *
	WORKING-STORAGE SECTION.
	01  FTP-RATE-RECORD.
		COPY FTPRATR.
	01  WS-LNPROD-STATUS		PIC XX.
	01  WS-PRODUCT-FOUND-FLAG	PIC X.
		88  WS-PRODUCT-FOUND	VALUE "Y".
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  FTP-RATE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "FUNDS-TRANSFER-PRICING RATES".
		05  LINE 3  COLUMN 1  VALUE "PRODUCT CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING FTPR-PRODUCT-CODE.
		05  LINE 3  COLUMN 26
			VALUE "(LOAN PRODUCT, DDEP OR FDEP)".
		05  LINE 4  COLUMN 1  VALUE "TENOR UP TO MTH: ".
		05  LINE 4  COLUMN 20
			PIC ZZ9 USING FTPR-TENOR-MONTHS.
		05  LINE 5  COLUMN 1  VALUE "TRANSFER RATE  : ".
		05  LINE 5  COLUMN 20
			PIC ZZ9.9999 USING FTPR-RATE.
		05  LINE 6  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING FTPR-DESCRIPTION.
		05  LINE 8  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 10 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 12 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO FTP-RATE-RECORD
		MOVE ZERO TO FTPR-TENOR-MONTHS
		MOVE ZERO TO FTPR-RATE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY FTP-RATE-SCREEN
			ACCEPT FTP-RATE-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-RATE
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-RATE.
		MOVE "N" TO WS-PRODUCT-FOUND-FLAG
		IF FTPR-PRODUCT-CODE = "DDEP" OR "FDEP"
			SET WS-PRODUCT-FOUND TO TRUE
		ELSE
			PERFORM 1100-CHECK-PRODUCT
		END-IF
		EVALUATE TRUE
			WHEN FTPR-PRODUCT-CODE = SPACES
				MOVE "PRODUCT NEEDED" TO WS-MSG
			WHEN NOT WS-PRODUCT-FOUND
				MOVE "PRODUCT NOT ON FILE" TO WS-MSG
			WHEN FTPR-TENOR-MONTHS = ZERO
				MOVE "TENOR 1 TO 999" TO WS-MSG
			WHEN FTPR-RATE < ZERO OR FTPR-RATE > 100
				MOVE "RATE 0 TO 100" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-RATE
		END-EVALUATE.
      *
	1100-CHECK-PRODUCT.
		OPEN INPUT LOAN-PRODUCT-FILE
		IF WS-LNPROD-STATUS = "00"
			MOVE FTPR-PRODUCT-CODE TO LNPROD-PRODUCT-CODE
			READ LOAN-PRODUCT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-PRODUCT-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE LOAN-PRODUCT-FILE.
      *
	1500-PROPOSE-RATE.
		MOVE "FTPRATR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE FTPR-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE FTP-RATE-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
