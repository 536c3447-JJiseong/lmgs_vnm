      *
      *  EINVBT1.cbl
      *
      *  Daily e-invoice extract for fee and service income.  Every
      *  fee we charge - FEEASS01's posting-event fees (arrangement,
      *  disbursement, chequebook, returned cheque) and DDFEEBT1's
      *  account-maintenance fees, all on the fee history (FEEHSTR)
      *  - must be covered by an electronic tax invoice.  This job
      *  groups each customer's fees not yet invoiced into one
      *  invoice per customer, one line per fee code, and writes it
      *  to the e-invoice provider's upload file (EINVXTR, COPY
      *  EINVXTR) under EINVXTR.CTL control totals (XTRCTLW1) - the
      *  record count and the sum of the VAT-inclusive line
      *  amounts.
      *
      *  Fees are charged VAT-inclusive; each line is split into its
      *  VAT-exclusive amount and VAT at the fee code's rate on the
      *  VAT-rate table (VATRTR, maintained at VATMNT1).  A fee code
      *  with no active rate is held off the invoice and listed on
      *  the run report, and goes out on the first run after its
      *  rate is set up.  The buyer is the customer the fee's
      *  account belongs to (DDACCTR, else LOANMSTR), with name,
      *  address and national ID as tax code from CUSTMSTR.  The
      *  three go out through PIIMSK1 under extract code EINVXTR,
      *  which applies the masking policy (PIIPOLR) and logs each
      *  field sent against the customer and invoice; with no policy
      *  row they pass in clear, since the tax authority will not
      *  accept an invoice with a masked buyer.
      *
      *  A fee is picked up once it is dated on or before the
      *  business date (SYSDTLK1) and within the last EINVDAYS days
      *  (parameter, default 31) - older fees were invoiced by hand
      *  before this job - and is invoiced net of anything already
      *  given back.  A fee waived or refunded after its invoice was
      *  issued raises an adjustment invoice (kind A, negative
      *  amounts) naming the provider's number of the invoice it
      *  adjusts; one raised before the provider's number is back
      *  waits for it.
      *
      *  Each invoice is numbered "EI" + business date + sequence,
      *  entered SENT on the e-invoice register (EINVREGR), and the
      *  reference is stamped on its fee rows so they are not
      *  invoiced twice; the provider's numbers come back through
      *  EINVRBT1.  The invoices are gathered on a work file
      *  (EINVWKR, keyed customer + kind + invoice adjusted + fee
      *  code) in one pass over the fee history, written from it in
      *  customer order, and the fee rows marked in a second pass.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. EINVBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-FEEH-STATUS.
		SELECT VAT-RATE-FILE ASSIGN TO "VATRTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VATRT-FEE-CODE
			FILE STATUS IS WS-VATRT-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT WORK-FILE ASSIGN TO "EINVWKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EINVW-KEY
			FILE STATUS IS WS-EINVW-STATUS.
		SELECT INVOICE-REGISTER-FILE ASSIGN TO "EINVREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EINVR-INVOICE-REF
			FILE STATUS IS WS-EINVR-STATUS.
		SELECT EXTRACT-FILE ASSIGN TO "EINVXTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-XTRCT-STATUS.
		SELECT RPT-FILE ASSIGN TO "EINVBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  FEE-HISTORY-FILE.
	01  FEE-HISTORY-RECORD.
		COPY FEEHSTR.
	FD  VAT-RATE-FILE.
	01  VAT-RATE-RECORD.
		COPY VATRTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  CUST-MASTER-FILE.
	01  CUST-MASTER-RECORD.
		COPY CUSTMSTR.
	FD  WORK-FILE.
	01  WORK-RECORD.
		COPY EINVWKR.
	FD  INVOICE-REGISTER-FILE.
	01  INVOICE-REGISTER-RECORD.
		COPY EINVREGR.
	FD  EXTRACT-FILE.
	01  EXTRACT-RECORD.
		COPY EINVXTR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-FEEH-STATUS		PIC XX.
	01  WS-VATRT-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-EINVW-STATUS		PIC XX.
	01  WS-EINVR-STATUS		PIC XX.
	01  WS-XTRCT-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-WINDOW-DAYS		PIC S9(5) COMP-3 VALUE 31.
	01  WS-FROM-DATE		PIC X(8).
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-FEE-KIND			PIC X.
		88  WS-FEE-ORIGINAL	VALUE "O".
		88  WS-FEE-ADJUSTMENT	VALUE "A".
		88  WS-FEE-NOT-DUE	VALUE " ".
	01  WS-FEE-INCL			PIC S9(13)V99 COMP-3.
	01  WS-CUSTOMER-NO		PIC X(12).
	01  WS-CUSTOMER-FOUND-FLAG	PIC X.
		88  WS-CUSTOMER-FOUND	VALUE "Y".
	01  WS-CURRENT-INVOICE.
		05  WS-CUR-CUSTOMER-NO	PIC X(12).
		05  WS-CUR-KIND		PIC X.
		05  WS-CUR-ORIG-NO	PIC X(20).
	01  WS-INVOICE-OPEN-FLAG	PIC X VALUE "N".
		88  WS-INVOICE-OPEN	VALUE "Y".
	01  WS-INVOICE-REF.
		05  FILLER		PIC X(2) VALUE "EI".
		05  WS-REF-DATE		PIC X(8).
		05  WS-REF-SEQ		PIC 9(6) VALUE 0.
	01  WS-REF-FREE-FLAG		PIC X.
		88  WS-REF-FREE		VALUE "Y".
	01  WS-PII-EXTRACT		PIC X(8) VALUE "EINVXTR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-LINE-EXCL		PIC S9(13)V99 COMP-3.
	01  WS-LINE-VAT			PIC S9(13)V99 COMP-3.
	01  WS-LINE-COUNT		PIC 9(5).
	01  WS-TOTAL-EXCL		PIC S9(13)V99 COMP-3.
	01  WS-TOTAL-VAT		PIC S9(13)V99 COMP-3.
	01  WS-TOTAL-INCL		PIC S9(13)V99 COMP-3.
	01  WS-ROW-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-HASH-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-INVOICE-COUNT		PIC 9(7) VALUE 0.
	01  WS-ADJUST-COUNT		PIC 9(7) VALUE 0.
	01  WS-FEE-MARKED		PIC 9(7) VALUE 0.
	01  WS-HELD-COUNT		PIC 9(7) VALUE 0.
	01  WS-XTRCT-NAME		PIC X(8) VALUE "EINVXTR".
	01  WS-XTRCT-CTL-FILE		PIC X(20) VALUE "EINVXTR.CTL".
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-HELD-LINE.
		05  HELD-TEXT		PIC X(24).
		05  FILLER		PIC X VALUE SPACE.
		05  HELD-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X VALUE SPACE.
		05  HELD-FEE-CODE	PIC X(4).
		05  FILLER		PIC X VALUE SPACE.
		05  HELD-DATE		PIC X(8).
		05  FILLER		PIC X VALUE SPACE.
		05  HELD-AMOUNT		PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
	01  WS-JOB-NAME			PIC X(9) VALUE "EINVBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "E-INVOICE EXTRACT FOR " DELIMITED BY SIZE
			WS-BUSINESS-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-SET-WINDOW
			OPEN OUTPUT WORK-FILE
			CLOSE WORK-FILE
			OPEN I-O WORK-FILE
			OPEN INPUT VAT-RATE-FILE
			OPEN INPUT DD-ACCOUNT-FILE
			OPEN INPUT LOAN-MASTER-FILE
			PERFORM 1000-GATHER-FEES
			PERFORM 0400-OPEN-REGISTER
			OPEN INPUT CUST-MASTER-FILE
			OPEN OUTPUT EXTRACT-FILE
			PERFORM 2000-WRITE-INVOICES
			CLOSE EXTRACT-FILE
			CLOSE CUST-MASTER-FILE
			CLOSE INVOICE-REGISTER-FILE
			PERFORM 3000-MARK-FEE-ROWS
			CLOSE LOAN-MASTER-FILE
			CLOSE DD-ACCOUNT-FILE
			CLOSE VAT-RATE-FILE
			CLOSE WORK-FILE
			PERFORM 9000-PRINT-TOTALS
			CALL "XTRCTLW1" USING WS-XTRCT-NAME
				WS-XTRCT-CTL-FILE WS-BUSINESS-DATE
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
	0100-SET-WINDOW.
		MOVE "EINVDAYS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-BUSINESS-DATE WS-PARM-STATUS
		IF WS-PARM-STATUS = "00" AND PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-WINDOW-DAYS
		END-IF
		MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			- WS-WINDOW-DAYS + 1
		COMPUTE WS-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
		MOVE WS-DATE-NUM TO WS-FROM-DATE
		MOVE WS-BUSINESS-DATE TO WS-REF-DATE.
      *
      *  Decides whether the fee row in hand is due on an invoice
      *  today and of which kind, and how much it is invoiced for.
	0200-CLASSIFY-FEE-ROW.
		MOVE SPACE TO WS-FEE-KIND
		MOVE ZERO TO WS-FEE-INCL
		EVALUATE TRUE
			WHEN FEEH-INVOICE-REF = SPACES
				PERFORM 0210-CLASSIFY-NEW-FEE
			WHEN FEEH-CHARGED
				CONTINUE
			WHEN FEEH-INVOICE-NO = SPACES
				CONTINUE
			WHEN FEEH-ADJ-INVOICE-REF = SPACES
				AND FEEH-REFUNDED-AMOUNT > ZERO
				SET WS-FEE-ADJUSTMENT TO TRUE
				COMPUTE WS-FEE-INCL =
					ZERO - FEEH-REFUNDED-AMOUNT
		END-EVALUATE.
      *
	0210-CLASSIFY-NEW-FEE.
		IF FEEH-DATE NOT < WS-FROM-DATE
			AND FEEH-DATE NOT > WS-BUSINESS-DATE
			COMPUTE WS-FEE-INCL =
				FEEH-AMOUNT - FEEH-REFUNDED-AMOUNT
			IF WS-FEE-INCL > ZERO
				SET WS-FEE-ORIGINAL TO TRUE
			END-IF
		END-IF.
      *
      *  The customer the fee's account belongs to: a
      *  demand-deposit account, else a loan.
	0300-FIND-CUSTOMER.
		MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
		MOVE SPACES TO WS-CUSTOMER-NO
		MOVE FEEH-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				PERFORM 0310-FIND-LOAN-CUSTOMER
			NOT INVALID KEY
				MOVE DDACC-CUSTOMER-NO TO WS-CUSTOMER-NO
				SET WS-CUSTOMER-FOUND TO TRUE
		END-READ.
      *
	0310-FIND-LOAN-CUSTOMER.
		MOVE FEEH-ACCOUNT-NO TO LOANM-ACCOUNT-NO
		READ LOAN-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE LOANM-CUSTOMER-NO TO WS-CUSTOMER-NO
				SET WS-CUSTOMER-FOUND TO TRUE
		END-READ.
      *
	0320-BUILD-WORK-KEY.
		MOVE SPACES TO WORK-RECORD
		MOVE WS-CUSTOMER-NO TO EINVW-CUSTOMER-NO
		MOVE WS-FEE-KIND TO EINVW-KIND
		IF WS-FEE-ADJUSTMENT
			MOVE FEEH-INVOICE-NO TO EINVW-ORIG-INVOICE-NO
		END-IF
		MOVE FEEH-FEE-CODE TO EINVW-FEE-CODE.
      *
	0400-OPEN-REGISTER.
		OPEN I-O INVOICE-REGISTER-FILE
		IF WS-EINVR-STATUS NOT = "00"
			CLOSE INVOICE-REGISTER-FILE
			OPEN OUTPUT INVOICE-REGISTER-FILE
			CLOSE INVOICE-REGISTER-FILE
			OPEN I-O INVOICE-REGISTER-FILE
		END-IF.
      *
	1000-GATHER-FEES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FEE-HISTORY-FILE
		IF WS-FEEH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-FEE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE.
      *
	1100-READ-FEE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 0200-CLASSIFY-FEE-ROW
				IF NOT WS-FEE-NOT-DUE
					PERFORM 1200-TAKE-FEE
				END-IF
		END-READ.
      *
	1200-TAKE-FEE.
		MOVE FEEH-FEE-CODE TO VATRT-FEE-CODE
		READ VAT-RATE-FILE
			INVALID KEY
				MOVE "N" TO VATRT-STATUS-FLAG
		END-READ
		PERFORM 0300-FIND-CUSTOMER
		EVALUATE TRUE
			WHEN NOT VATRT-ACTIVE
				MOVE "NO VAT RATE - HELD" TO HELD-TEXT
				PERFORM 1900-LIST-HELD-FEE
			WHEN NOT WS-CUSTOMER-FOUND
				MOVE "ACCOUNT NOT ON FILE" TO HELD-TEXT
				PERFORM 1900-LIST-HELD-FEE
			WHEN OTHER
				PERFORM 1300-ADD-TO-WORK
		END-EVALUATE.
      *
	1300-ADD-TO-WORK.
		PERFORM 0320-BUILD-WORK-KEY
		READ WORK-FILE
			INVALID KEY
				MOVE WS-FEE-INCL TO EINVW-AMOUNT-INCL
				MOVE 1 TO EINVW-FEE-COUNT
				MOVE VATRT-RATE TO EINVW-VAT-RATE
				MOVE VATRT-ITEM-NAME TO EINVW-ITEM-NAME
				MOVE SPACES TO EINVW-INVOICE-REF
				WRITE WORK-RECORD
			NOT INVALID KEY
				ADD WS-FEE-INCL TO EINVW-AMOUNT-INCL
				ADD 1 TO EINVW-FEE-COUNT
				REWRITE WORK-RECORD
		END-READ.
      *
	1900-LIST-HELD-FEE.
		ADD 1 TO WS-HELD-COUNT
		MOVE FEEH-ACCOUNT-NO TO HELD-ACCOUNT-NO
		MOVE FEEH-FEE-CODE TO HELD-FEE-CODE
		MOVE FEEH-DATE TO HELD-DATE
		MOVE WS-FEE-INCL TO HELD-AMOUNT
		MOVE WS-HELD-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  One invoice per customer, kind and invoice adjusted; the
      *  work file reads them together in key order.
	2000-WRITE-INVOICES.
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO EINVW-KEY
		START WORK-FILE KEY >= EINVW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 2100-READ-WORK UNTIL WS-EOF
		IF WS-INVOICE-OPEN
			PERFORM 2400-CLOSE-INVOICE
		END-IF.
      *
	2100-READ-WORK.
		READ WORK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-TAKE-WORK-ROW
		END-READ.
      *
	2200-TAKE-WORK-ROW.
		IF WS-INVOICE-OPEN
			AND (EINVW-CUSTOMER-NO NOT = WS-CUR-CUSTOMER-NO
				OR EINVW-KIND NOT = WS-CUR-KIND
				OR EINVW-ORIG-INVOICE-NO
					NOT = WS-CUR-ORIG-NO)
			PERFORM 2400-CLOSE-INVOICE
		END-IF
		IF NOT WS-INVOICE-OPEN
			PERFORM 2300-OPEN-INVOICE
		END-IF
		PERFORM 2500-WRITE-LINE.
      *
	2300-OPEN-INVOICE.
		SET WS-INVOICE-OPEN TO TRUE
		MOVE EINVW-CUSTOMER-NO TO WS-CUR-CUSTOMER-NO
		MOVE EINVW-KIND TO WS-CUR-KIND
		MOVE EINVW-ORIG-INVOICE-NO TO WS-CUR-ORIG-NO
		MOVE ZERO TO WS-LINE-COUNT
		MOVE ZERO TO WS-TOTAL-EXCL
		MOVE ZERO TO WS-TOTAL-VAT
		MOVE ZERO TO WS-TOTAL-INCL
		MOVE "N" TO WS-REF-FREE-FLAG
		PERFORM 2310-NEXT-INVOICE-REF UNTIL WS-REF-FREE
		MOVE SPACES TO EXTRACT-RECORD
		SET EINVX-HEADER TO TRUE
		MOVE WS-INVOICE-REF TO EINVX-INVOICE-REF
		MOVE WS-CUR-KIND TO EINVX-KIND
		MOVE WS-BUSINESS-DATE TO EINVX-INVOICE-DATE
		MOVE WS-CUR-ORIG-NO TO EINVX-ORIG-INVOICE-NO
		MOVE WS-CUR-CUSTOMER-NO TO EINVX-BUYER-CODE
		MOVE WS-CUR-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUST-MASTER-FILE
			INVALID KEY
				PERFORM 2320-LIST-NO-BUYER
			NOT INVALID KEY
				PERFORM 2330-TAKE-BUYER
		END-READ
		PERFORM 2900-WRITE-EXTRACT.
      *
      *  A rerun on the same business date carries on past the
      *  references the earlier run used.
	2310-NEXT-INVOICE-REF.
		ADD 1 TO WS-REF-SEQ
		MOVE WS-INVOICE-REF TO EINVR-INVOICE-REF
		READ INVOICE-REGISTER-FILE
			INVALID KEY
				SET WS-REF-FREE TO TRUE
		END-READ.
      *
	2320-LIST-NO-BUYER.
		MOVE SPACES TO RPT-LINE
		STRING "CUSTOMER NOT ON FILE " DELIMITED BY SIZE
			WS-CUR-CUSTOMER-NO DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE.
      *
	2330-TAKE-BUYER.
		MOVE WS-INVOICE-REF (5:12) TO WS-PII-REFERENCE
		MOVE "NAME" TO WS-PII-FIELD
		MOVE CUSTM-NAME TO WS-PII-VALUE
		PERFORM 2340-PROTECT-FIELD
		MOVE WS-PII-VALUE TO EINVX-BUYER-NAME
		MOVE "ADDRESS" TO WS-PII-FIELD
		MOVE CUSTM-ADDRESS TO WS-PII-VALUE
		PERFORM 2340-PROTECT-FIELD
		MOVE WS-PII-VALUE TO EINVX-BUYER-ADDRESS
		MOVE "NATID" TO WS-PII-FIELD
		MOVE CUSTM-NATIONAL-ID TO WS-PII-VALUE
		PERFORM 2340-PROTECT-FIELD
		MOVE WS-PII-VALUE TO EINVX-BUYER-TAX-ID.
      *
	2340-PROTECT-FIELD.
		MOVE "P" TO WS-PII-TREATMENT
		CALL "PIIMSK1" USING WS-CUR-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE.
      *
	2400-CLOSE-INVOICE.
		MOVE SPACES TO EXTRACT-RECORD
		SET EINVX-TRAILER TO TRUE
		MOVE WS-INVOICE-REF TO EINVX-INVOICE-REF
		MOVE WS-LINE-COUNT TO EINVX-LINE-COUNT
		MOVE WS-TOTAL-EXCL TO EINVX-TOTAL-EXCL
		MOVE WS-TOTAL-VAT TO EINVX-TOTAL-VAT
		MOVE WS-TOTAL-INCL TO EINVX-TOTAL-INCL
		PERFORM 2900-WRITE-EXTRACT
		MOVE SPACES TO INVOICE-REGISTER-RECORD
		MOVE WS-INVOICE-REF TO EINVR-INVOICE-REF
		MOVE WS-CUR-CUSTOMER-NO TO EINVR-CUSTOMER-NO
		MOVE WS-CUR-KIND TO EINVR-KIND
		MOVE WS-CUR-ORIG-NO TO EINVR-ORIG-INVOICE-NO
		MOVE WS-BUSINESS-DATE TO EINVR-INVOICE-DATE
		MOVE WS-LINE-COUNT TO EINVR-LINE-COUNT
		MOVE WS-TOTAL-EXCL TO EINVR-TOTAL-EXCL
		MOVE WS-TOTAL-VAT TO EINVR-TOTAL-VAT
		MOVE WS-TOTAL-INCL TO EINVR-TOTAL-INCL
		SET EINVR-SENT TO TRUE
		WRITE INVOICE-REGISTER-RECORD
		IF WS-CUR-KIND = "A"
			ADD 1 TO WS-ADJUST-COUNT
		ELSE
			ADD 1 TO WS-INVOICE-COUNT
		END-IF
		MOVE "N" TO WS-INVOICE-OPEN-FLAG.
      *
      *  The line's fees were charged VAT-inclusive: the exclusive
      *  amount is backed out at the code's rate and the VAT is the
      *  remainder, so the line still adds up to what was charged.
	2500-WRITE-LINE.
		COMPUTE WS-LINE-EXCL ROUNDED =
			EINVW-AMOUNT-INCL * 100 / (100 + EINVW-VAT-RATE)
		COMPUTE WS-LINE-VAT = EINVW-AMOUNT-INCL - WS-LINE-EXCL
		MOVE SPACES TO EXTRACT-RECORD
		SET EINVX-LINE TO TRUE
		MOVE WS-INVOICE-REF TO EINVX-INVOICE-REF
		MOVE EINVW-FEE-CODE TO EINVX-FEE-CODE
		MOVE EINVW-ITEM-NAME TO EINVX-ITEM-NAME
		MOVE EINVW-FEE-COUNT TO EINVX-QUANTITY
		MOVE EINVW-VAT-RATE TO EINVX-VAT-RATE
		MOVE WS-LINE-EXCL TO EINVX-LINE-EXCL
		MOVE WS-LINE-VAT TO EINVX-LINE-VAT
		MOVE EINVW-AMOUNT-INCL TO EINVX-LINE-INCL
		PERFORM 2900-WRITE-EXTRACT
		ADD 1 TO WS-LINE-COUNT
		ADD WS-LINE-EXCL TO WS-TOTAL-EXCL
		ADD WS-LINE-VAT TO WS-TOTAL-VAT
		ADD EINVW-AMOUNT-INCL TO WS-TOTAL-INCL
		ADD EINVW-AMOUNT-INCL TO WS-HASH-TOTAL
		MOVE WS-INVOICE-REF TO EINVW-INVOICE-REF
		REWRITE WORK-RECORD.
      *
	2900-WRITE-EXTRACT.
		WRITE EXTRACT-RECORD
		ADD 1 TO WS-ROW-COUNT.
      *
      *  Second pass over the fee history: each fee that went on an
      *  invoice today is stamped with the invoice's reference.
	3000-MARK-FEE-ROWS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN I-O FEE-HISTORY-FILE
		IF WS-FEEH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-FEE-FOR-UPDATE UNTIL WS-EOF
		CLOSE FEE-HISTORY-FILE.
      *
	3100-READ-FEE-FOR-UPDATE.
		READ FEE-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 0200-CLASSIFY-FEE-ROW
				IF NOT WS-FEE-NOT-DUE
					PERFORM 3200-MARK-FEE
				END-IF
		END-READ.
      *
	3200-MARK-FEE.
		PERFORM 0300-FIND-CUSTOMER
		IF WS-CUSTOMER-FOUND
			PERFORM 0320-BUILD-WORK-KEY
			READ WORK-FILE
				INVALID KEY
					MOVE SPACES TO EINVW-INVOICE-REF
			END-READ
			IF EINVW-INVOICE-REF NOT = SPACES
				PERFORM 3300-STAMP-FEE
			END-IF
		END-IF.
      *
	3300-STAMP-FEE.
		IF WS-FEE-ORIGINAL
			MOVE EINVW-INVOICE-REF TO FEEH-INVOICE-REF
		END-IF
		IF WS-FEE-ADJUSTMENT OR NOT FEEH-CHARGED
			MOVE EINVW-INVOICE-REF TO FEEH-ADJ-INVOICE-REF
		END-IF
		REWRITE FEE-HISTORY-RECORD
		ADD 1 TO WS-FEE-MARKED.
      *
	9000-PRINT-TOTALS.
		MOVE "INVOICES SENT:" TO CNT-TEXT
		MOVE WS-INVOICE-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ADJUSTMENT INVOICES SENT:" TO CNT-TEXT
		MOVE WS-ADJUST-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FEE ROWS INVOICED:" TO CNT-TEXT
		MOVE WS-FEE-MARKED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FEE ROWS HELD:" TO CNT-TEXT
		MOVE WS-HELD-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
