      *
      *  TXRPBT1.cbl
      *
      *  Year-end FATCA/CRS reportable-account extract.  Selects
      *  every customer on the tax-residency register (TXRESR) who
      *  is reportable and writes, for the tax-reporting package,
      *  each of their demand-deposit accounts (DDACCTR) and fixed
      *  deposits (FXDEPR) with the year-end balance and the
      *  interest paid in the year, then the customer's totals, to
      *  TXRPXTR under TXRPXTR.CTL control totals (XTRCTLW1) - row
      *  count and the sum of the account-row balances.
      *
      *  A customer is reportable under FATCA for a US country of
      *  residence or any US indicium on the register, and under
      *  CRS for any other country of residence but Vietnam.  A
      *  PENDING row with a US indicium (CUSTMNT1 saw a US address
      *  and no form has come in) is reported under FATCA as
      *  undocumented; a PENDING row with no indicium but a
      *  foreign ID is listed on the run report for the branch to
      *  chase and not extracted - there is nothing yet to say
      *  where the customer is resident.
      *
      *  The reporting year is the current year when the job runs
      *  in December (the year-end train, before January's first
      *  posting, so the balances on file are the year-end
      *  balances) and the previous year otherwise; parameter
      *  TXRPYEAR overrides.  Interest paid is the gross interest
      *  on the deposit withholding-tax register (TAXREGR) dated in
      *  the year for fixed deposits - a deposit closed during the
      *  year but paid interest in it is reported with a zero
      *  balance and the closed flag - and the DDINTACR interest
      *  rows on the transaction history (TRNHSTR) for
      *  demand-deposit accounts.  Account rows are in the
      *  account's currency; the customer totals are in local
      *  currency at the year-end mid rate (FXRTLK1), and a
      *  currency with no usable rate is listed on the report and
      *  left out of the totals.
      *
      *  The accounts are gathered on a work file (TXRPWKR, keyed
      *  customer + account) in one pass over each source file, and
      *  the extract is written from it in customer order.
      *
      *  The customer's name and address go out through PIIMSK1
      *  under extract code TXRPXTR, which applies the masking
      *  policy (PIIPOLR) and logs each field sent against the
      *  customer and reporting year; with no policy row they pass
      *  in clear, since the tax authority identifies the account
      *  holder by them.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TXRPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT TAX-RESIDENCY-FILE ASSIGN TO "TXRESR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TXRES-CUSTOMER-NO
			FILE STATUS IS WS-TXRES-STATUS.
		SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREGR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TAXREG-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT WORK-FILE ASSIGN TO "TXRPWKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TXRPW-KEY
			FILE STATUS IS WS-TXRPW-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO "TXRPXTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-XTRCT-STATUS.
		SELECT RPT-FILE ASSIGN TO "TXRPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  TAX-RESIDENCY-FILE.
	01  TAX-RESIDENCY-RECORD.
		COPY TXRESR.
	FD  CUST-MASTER-FILE.
	01  CUST-MASTER-RECORD.
		COPY CUSTMSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  TAX-REGISTER-FILE.
	01  TAX-REGISTER-RECORD.
		COPY TAXREGR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  WORK-FILE.
	01  WORK-RECORD.
		COPY TXRPWKR.
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD.
		COPY TXRPXTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-TXRES-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-TAXREG-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-TXRPW-STATUS		PIC XX.
	01  WS-XTRCT-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-REPORT-YEAR		PIC 9(4).
	01  WS-YEAR-END-DATE		PIC X(8).
	01  WS-YEAR-TEXT		PIC X(4).
	01  WS-HOME-COUNTRY		PIC X(2) VALUE "VN".
	01  WS-BOOK-CURRENCY		PIC X(3) VALUE "VND".
	01  WS-RES-IDX			PIC 9(2) COMP.
	01  WS-FATCA-FLAG		PIC X.
		88  WS-FATCA		VALUE "Y".
	01  WS-CRS-FLAG			PIC X.
		88  WS-CRS		VALUE "Y".
	01  WS-UNDOCUMENTED-FLAG	PIC X.
		88  WS-UNDOCUMENTED	VALUE "Y".
	01  WS-REPORTABLE-FLAG		PIC X.
		88  WS-REPORTABLE	VALUE "Y".
	01  WS-ACCOUNT-NO		PIC X(12).
	01  WS-CUSTOMER-NO		PIC X(12).
	01  WS-CURRENT-CUSTOMER		PIC X(12).
	01  WS-PII-EXTRACT		PIC X(8) VALUE "TXRPXTR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-LOOKUP-RATE		PIC S9(7)V9(4) COMP-3.
	01  WS-RATE-RESULT-FLAG		PIC X.
		88  WS-RATE-STALE	VALUE "S".
	01  WS-LOCAL-BALANCE		PIC S9(13)V99 COMP-3.
	01  WS-LOCAL-INTEREST		PIC S9(13)V99 COMP-3.
	01  WS-CUST-BALANCE		PIC S9(13)V99 COMP-3.
	01  WS-CUST-INTEREST		PIC S9(13)V99 COMP-3.
	01  WS-ROW-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-HASH-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-CUSTOMER-COUNT		PIC 9(7) VALUE 0.
	01  WS-ACCOUNT-COUNT		PIC 9(7) VALUE 0.
	01  WS-CHASE-COUNT		PIC 9(7) VALUE 0.
	01  WS-XTRCT-NAME		PIC X(8) VALUE "TXRPXTR".
	01  WS-XTRCT-CTL-FILE		PIC X(20) VALUE "TXRPXTR.CTL".
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-CHASE-LINE.
		05  FILLER		PIC X(24)
				VALUE "NO SELF-CERT, FOREIGN ID".
		05  FILLER		PIC X VALUE SPACE.
		05  CHASE-CUSTOMER-NO	PIC X(12).
	01  WS-NO-RATE-LINE.
		05  FILLER		PIC X(24)
				VALUE "NO YEAR-END RATE - LEFT ".
		05  FILLER		PIC X(16)
				VALUE "OUT OF TOTALS:  ".
		05  NORATE-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X VALUE SPACE.
		05  NORATE-CURRENCY	PIC X(3).
	01  WS-JOB-NAME			PIC X(9) VALUE "TXRPBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "FATCA/CRS REPORTABLE-ACCOUNT EXTRACT" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-SET-REPORT-YEAR
			OPEN OUTPUT WORK-FILE
			CLOSE WORK-FILE
			OPEN I-O WORK-FILE
			OPEN INPUT TAX-RESIDENCY-FILE
			OPEN INPUT CUST-MASTER-FILE
			PERFORM 1000-GATHER-DD-ACCOUNTS
			PERFORM 2000-GATHER-FIXED-DEPOSITS
			PERFORM 3000-ADD-DEPOSIT-INTEREST
			PERFORM 4000-ADD-DD-INTEREST
			PERFORM 5000-LIST-UNDOCUMENTED
			OPEN OUTPUT EXTRACT-FILE
			PERFORM 6000-WRITE-EXTRACT
			CLOSE EXTRACT-FILE
			CLOSE CUST-MASTER-FILE
			CLOSE TAX-RESIDENCY-FILE
			CLOSE WORK-FILE
			PERFORM 9000-PRINT-TOTALS
			CALL "XTRCTLW1" USING WS-XTRCT-NAME
				WS-XTRCT-CTL-FILE WS-TODAY
				WS-ROW-COUNT WS-HASH-TOTAL
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-SET-REPORT-YEAR.
		MOVE WS-TODAY (1:4) TO WS-REPORT-YEAR
		IF WS-TODAY (5:2) NOT = "12"
			SUBTRACT 1 FROM WS-REPORT-YEAR
		END-IF
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "TXRPYEAR" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			PERFORM 0110-TAKE-YEAR-PARM
		END-IF
		MOVE WS-REPORT-YEAR TO WS-YEAR-END-DATE (1:4)
		MOVE "1231" TO WS-YEAR-END-DATE (5:4)
		MOVE WS-YEAR-END-DATE (1:4) TO WS-YEAR-TEXT.
      *
	0110-TAKE-YEAR-PARM.
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-REPORT-YEAR
		END-IF.
      *
      *  Reads the customer's register row and decides whether,
      *  and under which regime, the customer is reportable.
	0200-CLASSIFY-CUSTOMER.
		MOVE "N" TO WS-FATCA-FLAG
		MOVE "N" TO WS-CRS-FLAG
		MOVE "N" TO WS-UNDOCUMENTED-FLAG
		MOVE "N" TO WS-REPORTABLE-FLAG
		MOVE WS-CUSTOMER-NO TO TXRES-CUSTOMER-NO
		READ TAX-RESIDENCY-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 0210-CLASSIFY-REGISTER-ROW
		END-READ.
      *
	0210-CLASSIFY-REGISTER-ROW.
		PERFORM 0220-CLASSIFY-COUNTRY
			VARYING WS-RES-IDX FROM 1 BY 1
			UNTIL WS-RES-IDX > 3
		IF TXRES-US-CITIZEN-FLAG = "Y"
			OR TXRES-US-BIRTH-FLAG = "Y"
			OR TXRES-US-ADDRESS-FLAG = "Y"
			OR TXRES-US-PHONE-FLAG = "Y"
			OR TXRES-US-STANDING-FLAG = "Y"
			SET WS-FATCA TO TRUE
			IF TXRES-PENDING
				SET WS-UNDOCUMENTED TO TRUE
			END-IF
		END-IF
		IF WS-FATCA OR WS-CRS
			SET WS-REPORTABLE TO TRUE
		END-IF.
      *
	0220-CLASSIFY-COUNTRY.
		EVALUATE TXRES-COUNTRY (WS-RES-IDX)
			WHEN SPACES
				CONTINUE
			WHEN "US"
				SET WS-FATCA TO TRUE
			WHEN WS-HOME-COUNTRY
				CONTINUE
			WHEN OTHER
				SET WS-CRS TO TRUE
		END-EVALUATE.
      *
	1000-GATHER-DD-ACCOUNTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-DD-ACCOUNT UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE.
      *
	1100-READ-DD-ACCOUNT.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-TAKE-DD-ACCOUNT
		END-READ.
      *
	1200-TAKE-DD-ACCOUNT.
		MOVE DDACC-CUSTOMER-NO TO WS-CUSTOMER-NO
		PERFORM 0200-CLASSIFY-CUSTOMER
		IF WS-REPORTABLE
			MOVE SPACES TO WORK-RECORD
			MOVE DDACC-CUSTOMER-NO TO TXRPW-CUSTOMER-NO
			MOVE DDACC-ACCOUNT-NO TO TXRPW-ACCOUNT-NO
			MOVE "DD" TO TXRPW-ACCOUNT-TYPE
			MOVE WS-BOOK-CURRENCY TO TXRPW-CURRENCY-CODE
			MOVE DDACC-BALANCE TO TXRPW-BALANCE
			MOVE ZERO TO TXRPW-INTEREST-PAID
			MOVE "N" TO TXRPW-CLOSED-FLAG
			IF DDACC-CLOSED
				MOVE "Y" TO TXRPW-CLOSED-FLAG
			END-IF
			WRITE WORK-RECORD
		END-IF.
      *
	2000-GATHER-FIXED-DEPOSITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-FIXED-DEPOSIT UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	2100-READ-FIXED-DEPOSIT.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF NOT FXDEP-CLOSED
					PERFORM 2200-TAKE-FIXED-DEPOSIT
				END-IF
		END-READ.
      *
	2200-TAKE-FIXED-DEPOSIT.
		MOVE FXDEP-CUSTOMER-NO TO WS-CUSTOMER-NO
		PERFORM 0200-CLASSIFY-CUSTOMER
		IF WS-REPORTABLE
			MOVE SPACES TO WORK-RECORD
			MOVE FXDEP-CUSTOMER-NO TO TXRPW-CUSTOMER-NO
			MOVE FXDEP-DEPOSIT-NO TO TXRPW-ACCOUNT-NO
			MOVE "FD" TO TXRPW-ACCOUNT-TYPE
			MOVE FXDEP-CURRENCY-CODE TO TXRPW-CURRENCY-CODE
			IF FXDEP-CURRENCY-CODE = SPACES
				MOVE WS-BOOK-CURRENCY
					TO TXRPW-CURRENCY-CODE
			END-IF
			MOVE FXDEP-PRINCIPAL-AMT TO TXRPW-BALANCE
			MOVE ZERO TO TXRPW-INTEREST-PAID
			MOVE "N" TO TXRPW-CLOSED-FLAG
			WRITE WORK-RECORD
		END-IF.
      *
      *  A deposit paid interest in the year but closed by year end
      *  has no work row yet: it is added with a zero balance and
      *  the closed flag, its currency taken from the deposit file.
	3000-ADD-DEPOSIT-INTEREST.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TAX-REGISTER-FILE
		IF WS-TAXREG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT FX-DEPOSIT-FILE
		PERFORM 3100-READ-TAX-REGISTER UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE
		CLOSE TAX-REGISTER-FILE.
      *
	3100-READ-TAX-REGISTER.
		READ TAX-REGISTER-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TAXREG-DATE (1:4) = WS-YEAR-TEXT
					PERFORM 3200-TAKE-DEPOSIT-INT
				END-IF
		END-READ.
      *
	3200-TAKE-DEPOSIT-INT.
		MOVE TAXREG-CUSTOMER-NO TO WS-CUSTOMER-NO
		PERFORM 0200-CLASSIFY-CUSTOMER
		IF WS-REPORTABLE
			MOVE TAXREG-CUSTOMER-NO TO TXRPW-CUSTOMER-NO
			MOVE TAXREG-DEPOSIT-NO TO TXRPW-ACCOUNT-NO
			READ WORK-FILE
				INVALID KEY
					PERFORM 3300-ADD-CLOSED-DEPOSIT
				NOT INVALID KEY
					ADD TAXREG-GROSS-INTEREST
						TO TXRPW-INTEREST-PAID
					REWRITE WORK-RECORD
			END-READ
		END-IF.
      *
	3300-ADD-CLOSED-DEPOSIT.
		MOVE SPACES TO WORK-RECORD
		MOVE TAXREG-CUSTOMER-NO TO TXRPW-CUSTOMER-NO
		MOVE TAXREG-DEPOSIT-NO TO TXRPW-ACCOUNT-NO
		MOVE "FD" TO TXRPW-ACCOUNT-TYPE
		MOVE WS-BOOK-CURRENCY TO TXRPW-CURRENCY-CODE
		MOVE TAXREG-DEPOSIT-NO TO FXDEP-DEPOSIT-NO
		READ FX-DEPOSIT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF FXDEP-CURRENCY-CODE NOT = SPACES
					MOVE FXDEP-CURRENCY-CODE
						TO TXRPW-CURRENCY-CODE
				END-IF
		END-READ
		MOVE ZERO TO TXRPW-BALANCE
		MOVE TAXREG-GROSS-INTEREST TO TXRPW-INTEREST-PAID
		MOVE "Y" TO TXRPW-CLOSED-FLAG
		WRITE WORK-RECORD.
      *
      *  Only accounts already gathered can take interest, so the
      *  work file alone says whose accounts count; the customer is
      *  found through the account master.
	4000-ADD-DD-INTEREST.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		OPEN INPUT DD-ACCOUNT-FILE
		PERFORM 4100-READ-HISTORY UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE
		CLOSE TRAN-HISTORY-FILE.
      *
	4100-READ-HISTORY.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TRNH-EVENT-CODE = "DDINTACR"
					AND TRNH-NORMAL
					AND TRNH-DATE (1:4)
						= WS-YEAR-TEXT
					PERFORM 4200-TAKE-DD-INTEREST
				END-IF
		END-READ.
      *
	4200-TAKE-DD-INTEREST.
		MOVE TRNH-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 4300-ADD-TO-WORK-ROW
		END-READ.
      *
	4300-ADD-TO-WORK-ROW.
		MOVE DDACC-CUSTOMER-NO TO TXRPW-CUSTOMER-NO
		MOVE DDACC-ACCOUNT-NO TO TXRPW-ACCOUNT-NO
		READ WORK-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD TRNH-AMOUNT TO TXRPW-INTEREST-PAID
				REWRITE WORK-RECORD
		END-READ.
      *
      *  Customers CUSTMNT1 flagged with a foreign ID and no US
      *  indicium are not reportable yet, but the branch has to get
      *  the form in before next year's run.
	5000-LIST-UNDOCUMENTED.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO TXRES-CUSTOMER-NO
		START TAX-RESIDENCY-FILE KEY IS NOT LESS THAN
				TXRES-CUSTOMER-NO
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 5100-READ-REGISTER UNTIL WS-EOF.
      *
	5100-READ-REGISTER.
		READ TAX-RESIDENCY-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TXRES-PENDING
					AND TXRES-US-INDICIA = "NNNNN"
					AND TXRES-COUNTRY-1 = SPACES
					MOVE TXRES-CUSTOMER-NO
						TO CHASE-CUSTOMER-NO
					MOVE WS-CHASE-LINE TO RPT-LINE
					WRITE RPT-LINE
					ADD 1 TO WS-CHASE-COUNT
				END-IF
		END-READ.
      *
	6000-WRITE-EXTRACT.
		MOVE "N" TO WS-EOF-FLAG
		MOVE SPACES TO WS-CURRENT-CUSTOMER
		MOVE LOW-VALUES TO TXRPW-KEY
		START WORK-FILE KEY IS NOT LESS THAN TXRPW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 6100-READ-WORK-ROW UNTIL WS-EOF
		IF WS-CURRENT-CUSTOMER NOT = SPACES
			PERFORM 6400-WRITE-CUSTOMER-TOTAL
		END-IF.
      *
	6100-READ-WORK-ROW.
		READ WORK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 6200-WRITE-ACCOUNT-ROW
		END-READ.
      *
	6200-WRITE-ACCOUNT-ROW.
		IF TXRPW-CUSTOMER-NO NOT = WS-CURRENT-CUSTOMER
			IF WS-CURRENT-CUSTOMER NOT = SPACES
				PERFORM 6400-WRITE-CUSTOMER-TOTAL
			END-IF
			PERFORM 6300-START-CUSTOMER
		END-IF
		MOVE "A" TO TXRPX-RECORD-TYPE
		MOVE TXRPW-ACCOUNT-NO TO TXRPX-ACCOUNT-NO
		MOVE TXRPW-ACCOUNT-TYPE TO TXRPX-ACCOUNT-TYPE
		MOVE TXRPW-CURRENCY-CODE TO TXRPX-CURRENCY-CODE
		MOVE TXRPW-BALANCE TO TXRPX-BALANCE
		MOVE TXRPW-INTEREST-PAID TO TXRPX-INTEREST-PAID
		MOVE TXRPW-CLOSED-FLAG TO TXRPX-CLOSED-FLAG
		WRITE EXTRACT-RECORD
		ADD 1 TO WS-ROW-COUNT
		ADD 1 TO WS-ACCOUNT-COUNT
		ADD TXRPW-BALANCE TO WS-HASH-TOTAL
		PERFORM 6500-ADD-LOCAL-EQUIVALENT.
      *
      *  The customer part of every row for this customer is laid
      *  down once; account rows only overwrite the account part.
	6300-START-CUSTOMER.
		MOVE TXRPW-CUSTOMER-NO TO WS-CURRENT-CUSTOMER
		MOVE ZERO TO WS-CUST-BALANCE
		MOVE ZERO TO WS-CUST-INTEREST
		ADD 1 TO WS-CUSTOMER-COUNT
		MOVE TXRPW-CUSTOMER-NO TO WS-CUSTOMER-NO
		PERFORM 0200-CLASSIFY-CUSTOMER
		MOVE SPACES TO EXTRACT-RECORD
		MOVE WS-REPORT-YEAR TO TXRPX-REPORT-YEAR
		MOVE TXRPW-CUSTOMER-NO TO TXRPX-CUSTOMER-NO
		MOVE TXRPW-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUST-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 6310-TAKE-CUSTOMER
		END-READ
		EVALUATE TRUE
			WHEN WS-FATCA AND WS-CRS
				SET TXRPX-FATCA-AND-CRS TO TRUE
			WHEN WS-FATCA
				SET TXRPX-FATCA TO TRUE
			WHEN OTHER
				SET TXRPX-CRS TO TRUE
		END-EVALUATE
		MOVE WS-UNDOCUMENTED-FLAG TO TXRPX-UNDOCUMENTED-FLAG
		MOVE TXRES-RESIDENCES TO TXRPX-RESIDENCES.
      *
	6310-TAKE-CUSTOMER.
		MOVE WS-REPORT-YEAR TO WS-PII-REFERENCE
		MOVE "NAME" TO WS-PII-FIELD
		MOVE CUSTM-NAME TO WS-PII-VALUE
		PERFORM 6320-PROTECT-FIELD
		MOVE WS-PII-VALUE TO TXRPX-CUSTOMER-NAME
		MOVE "ADDRESS" TO WS-PII-FIELD
		MOVE CUSTM-ADDRESS TO WS-PII-VALUE
		PERFORM 6320-PROTECT-FIELD
		MOVE WS-PII-VALUE TO TXRPX-ADDRESS.
      *
	6320-PROTECT-FIELD.
		MOVE "P" TO WS-PII-TREATMENT
		CALL "PIIMSK1" USING WS-CURRENT-CUSTOMER
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE.
      *
	6400-WRITE-CUSTOMER-TOTAL.
		MOVE "T" TO TXRPX-RECORD-TYPE
		MOVE SPACES TO TXRPX-ACCOUNT-NO
		MOVE SPACES TO TXRPX-ACCOUNT-TYPE
		MOVE WS-BOOK-CURRENCY TO TXRPX-CURRENCY-CODE
		MOVE WS-CUST-BALANCE TO TXRPX-BALANCE
		MOVE WS-CUST-INTEREST TO TXRPX-INTEREST-PAID
		MOVE SPACE TO TXRPX-CLOSED-FLAG
		WRITE EXTRACT-RECORD
		ADD 1 TO WS-ROW-COUNT.
      *
	6500-ADD-LOCAL-EQUIVALENT.
		MOVE "C" TO WS-RATE-RESULT-FLAG
		IF TXRPW-CURRENCY-CODE = WS-BOOK-CURRENCY
			MOVE TXRPW-BALANCE TO WS-LOCAL-BALANCE
			MOVE TXRPW-INTEREST-PAID TO WS-LOCAL-INTEREST
		ELSE
			CALL "FXRTLK1" USING TXRPW-CURRENCY-CODE
				WS-YEAR-END-DATE WS-LOOKUP-RATE
				WS-RATE-RESULT-FLAG
			COMPUTE WS-LOCAL-BALANCE ROUNDED =
				TXRPW-BALANCE * WS-LOOKUP-RATE
			COMPUTE WS-LOCAL-INTEREST ROUNDED =
				TXRPW-INTEREST-PAID * WS-LOOKUP-RATE
		END-IF
		IF WS-RATE-STALE
			MOVE TXRPW-ACCOUNT-NO TO NORATE-ACCOUNT-NO
			MOVE TXRPW-CURRENCY-CODE TO NORATE-CURRENCY
			MOVE WS-NO-RATE-LINE TO RPT-LINE
			WRITE RPT-LINE
		ELSE
			ADD WS-LOCAL-BALANCE TO WS-CUST-BALANCE
			ADD WS-LOCAL-INTEREST TO WS-CUST-INTEREST
		END-IF.
      *
	9000-PRINT-TOTALS.
		MOVE "REPORTABLE CUSTOMERS:" TO CNT-TEXT
		MOVE WS-CUSTOMER-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "REPORTABLE ACCOUNTS:" TO CNT-TEXT
		MOVE WS-ACCOUNT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SELF-CERTIFICATIONS TO CHASE:" TO CNT-TEXT
		MOVE WS-CHASE-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
