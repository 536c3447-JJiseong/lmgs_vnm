      *
      *  DSARINQ1.cbl
      *
      *  Data-subject access report.  When a customer asks what
      *  personal data the bank holds on them and where it has
      *  been sent, the operator keys the customer number and a
      *  date range and the report (DSARINQ1.OUT) answers both
      *  from the system, on ARCHINQ1's screen pattern: every
      *  personal field held on the CIF (CUSTMSTR - national ID,
      *  name, address, birth date) and the contact registry
      *  (CNTCTR - phone, email, preferred channel, messaging
      *  consent), then every disclosure PIIMSK1 logged for the
      *  customer (PIIDSCR) dated within the range - the extract,
      *  the field, whether it went in clear, masked or tokenised,
      *  the writer's reference and when it went.  The disclosure
      *  count comes back on the screen.  The report is the
      *  customer's own data and is printed in clear.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DSARINQ1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT CONTACT-FILE ASSIGN TO "CNTCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CNTCT-CUSTOMER-NO
			FILE STATUS IS WS-CNTCT-STATUS.
		SELECT PII-DISCLOSURE-FILE ASSIGN TO "PIIDSCR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PIIDSC-STATUS.
		SELECT RPT-FILE ASSIGN TO "DSARINQ1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	FD  PII-DISCLOSURE-FILE.
	01  PII-DISCLOSURE-RECORD.
		COPY PIIDSCR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-PIIDSC-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-CUSTOMER-NO		PIC X(12).
	01  WS-FROM-DATE		PIC X(8).
	01  WS-TO-DATE			PIC X(8).
	01  WS-HIT-COUNT		PIC 9(7).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-TREATMENT-TEXT		PIC X(9).
	01  WS-FIELD-LINE.
		05  FLD-LABEL		PIC X(20).
		05  FLD-VALUE		PIC X(60).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
      *
	SCREEN SECTION.
	01  DSAR-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "DATA-SUBJECT ACCESS REPORT".
		05  LINE 3  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING WS-CUSTOMER-NO.
		05  LINE 4  COLUMN 1  VALUE "FROM DATE      : ".
		05  LINE 4  COLUMN 20
			PIC X(8) USING WS-FROM-DATE.
		05  LINE 5  COLUMN 1  VALUE "TO DATE        : ".
		05  LINE 5  COLUMN 20
			PIC X(8) USING WS-TO-DATE.
		05  LINE 6  COLUMN 1  VALUE "DISCLOSURES    : ".
		05  LINE 6  COLUMN 20
			PIC ZZZZZZ9 FROM WS-HIT-COUNT.
		05  LINE 8  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 8  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 10 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN OUTPUT RPT-FILE
		MOVE "DATA-SUBJECT ACCESS REPORT" TO RPT-LINE
		WRITE RPT-LINE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			MOVE ZERO TO WS-HIT-COUNT
			DISPLAY DSAR-SCREEN
			ACCEPT DSAR-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-RUN-REQUEST
			END-IF
		END-PERFORM
		CLOSE RPT-FILE
		STOP RUN.
      *
	1000-RUN-REQUEST.
		MOVE "N" TO WS-FOUND-FLAG
		IF WS-CUSTOMER-NO NOT = SPACES
			PERFORM 1100-READ-CUSTOMER
		END-IF
		EVALUATE TRUE
			WHEN WS-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NEEDED" TO WS-MSG
			WHEN NOT WS-FOUND
				MOVE "CUSTOMER NOT FOUND" TO WS-MSG
			WHEN WS-FROM-DATE = SPACES
				OR WS-TO-DATE = SPACES
				MOVE "DATE RANGE NEEDED" TO WS-MSG
			WHEN WS-FROM-DATE > WS-TO-DATE
				MOVE "FROM AFTER TO" TO WS-MSG
			WHEN OTHER
				PERFORM 2000-LIST-DATA-HELD
				PERFORM 3000-LIST-DISCLOSURES
				MOVE "REPORT WRITTEN" TO WS-MSG
		END-EVALUATE.
      *
	1100-READ-CUSTOMER.
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS = "00"
			MOVE WS-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE CUSTOMER-FILE.
      *
	2000-LIST-DATA-HELD.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		STRING "CUSTOMER " DELIMITED BY SIZE
			WS-CUSTOMER-NO DELIMITED BY SIZE
			"  DISCLOSURES " DELIMITED BY SIZE
			WS-FROM-DATE DELIMITED BY SIZE
			" TO " DELIMITED BY SIZE
			WS-TO-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		MOVE "PERSONAL DATA HELD - CUSTOMER FILE" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "  NATIONAL ID" TO FLD-LABEL
		MOVE CUSTM-NATIONAL-ID TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  NAME" TO FLD-LABEL
		MOVE CUSTM-NAME TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  ADDRESS" TO FLD-LABEL
		MOVE CUSTM-ADDRESS TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  BIRTH DATE" TO FLD-LABEL
		MOVE CUSTM-BIRTH-DATE TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		PERFORM 2100-LIST-CONTACT.
      *
	2100-LIST-CONTACT.
		MOVE "PERSONAL DATA HELD - CONTACT REGISTRY" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-FOUND-FLAG
		OPEN INPUT CONTACT-FILE
		IF WS-CNTCT-STATUS = "00"
			MOVE WS-CUSTOMER-NO TO CNTCT-CUSTOMER-NO
			READ CONTACT-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-FOUND TO TRUE
			END-READ
		END-IF
		IF WS-FOUND
			PERFORM 2200-LIST-CONTACT-FIELDS
		ELSE
			MOVE "  NO CONTACT ROW HELD" TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		CLOSE CONTACT-FILE.
      *
	2200-LIST-CONTACT-FIELDS.
		MOVE "  PHONE" TO FLD-LABEL
		MOVE CNTCT-PHONE TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  EMAIL" TO FLD-LABEL
		MOVE CNTCT-EMAIL TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  CHANNEL (S/E)" TO FLD-LABEL
		MOVE CNTCT-PREF-CHANNEL TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD
		MOVE "  CONSENT (Y/N)" TO FLD-LABEL
		MOVE CNTCT-CONSENT-FLAG TO FLD-VALUE
		PERFORM 2900-WRITE-FIELD.
      *
	2900-WRITE-FIELD.
		MOVE WS-FIELD-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3000-LIST-DISCLOSURES.
		MOVE "DISCLOSURES IN EXTRACTS" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT PII-DISCLOSURE-FILE
		IF WS-PIIDSC-STATUS = "00"
			PERFORM 3100-READ-DISCLOSURE UNTIL WS-EOF
		END-IF
		CLOSE PII-DISCLOSURE-FILE
		MOVE "DISCLOSURES LISTED:" TO CNT-TEXT
		MOVE WS-HIT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3100-READ-DISCLOSURE.
		READ PII-DISCLOSURE-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3200-CHECK-DISCLOSURE
		END-READ.
      *
	3200-CHECK-DISCLOSURE.
		IF PIIDSC-CUSTOMER-NO = WS-CUSTOMER-NO
			AND PIIDSC-DATE >= WS-FROM-DATE
			AND PIIDSC-DATE <= WS-TO-DATE
			ADD 1 TO WS-HIT-COUNT
			PERFORM 3300-NAME-TREATMENT
			MOVE SPACES TO RPT-LINE
			STRING "  " DELIMITED BY SIZE
				PIIDSC-DATE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				PIIDSC-TIME DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				PIIDSC-EXTRACT-CODE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				PIIDSC-FIELD-CODE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				WS-TREATMENT-TEXT DELIMITED BY SIZE
				" REF " DELIMITED BY SIZE
				PIIDSC-REFERENCE DELIMITED BY SIZE
				INTO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	3300-NAME-TREATMENT.
		EVALUATE PIIDSC-TREATMENT
			WHEN "M"
				MOVE "MASKED" TO WS-TREATMENT-TEXT
			WHEN "T"
				MOVE "TOKENISED" TO WS-TREATMENT-TEXT
			WHEN OTHER
				MOVE "IN CLEAR" TO WS-TREATMENT-TEXT
		END-EVALUATE.
      *
