      *
      *  TXRSMNT1.cbl
      *
      *  Compliance maintenance screen for the tax-residency
      *  self-certification register (TXRESR, keyed on the CIF
      *  number), mirroring DOCRQMT1's screen pattern.  Lets the
      *  branch key what the customer declared on the signed FATCA/
      *  CRS form - up to three countries of tax residence with
      *  their TINs, the five US indicia (US citizen or resident,
      *  born in the US, US address, US phone, standing order to a
      *  US account) and the date the form was signed.
      *
      *  The customer must be on the CIF (CUSTMSTR).  The first
      *  country is required; every country other than Vietnam must
      *  carry its TIN; each indicium is Y or N.  Keying the
      *  certification date makes the row CERTIFIED - the step that
      *  clears the PENDING row CUSTMNT1 writes for a new customer
      *  with foreign indicia; a row saved without a date stays
      *  PENDING.  Each save that changes the row images the old
      *  and new declaration to the audit trail (AUDTRLR), the way
      *  CUSTMNT1 images the contact registry.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TXRSMNT1.
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
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  TAX-RESIDENCY-FILE.
	01  TAX-RESIDENCY-RECORD.
		COPY TXRESR.
	FD  CUST-MASTER-FILE.
	01  CUST-MASTER-RECORD.
		COPY CUSTMSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-TXRES-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-HOME-COUNTRY		PIC X(2) VALUE "VN".
	01  WS-TXRES-IMAGE		PIC X(100).
	01  WS-RES-IDX			PIC 9(2) COMP.
	01  WS-TIN-MISSING-FLAG		PIC X.
		88  WS-TIN-MISSING	VALUE "Y".
	01  WS-FLAGS-VALID-FLAG		PIC X.
		88  WS-FLAGS-VALID	VALUE "Y".
	01  WS-IND-IDX			PIC 9(2) COMP.
	01  WS-INDICIA-TABLE.
		05  WS-INDICIUM		PIC X OCCURS 5 TIMES.
	01  WS-DECLARATION.
		05  DECL-COUNTRIES	PIC X(6).
		05  FILLER		PIC X VALUE SPACE.
		05  DECL-INDICIA	PIC X(5).
		05  FILLER		PIC X VALUE SPACE.
		05  DECL-CERT-DATE	PIC X(8).
		05  FILLER		PIC X VALUE SPACE.
		05  DECL-STATUS		PIC X.
	01  WS-OLD-DECLARATION		PIC X(23).
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	SCREEN SECTION.
	01  TAX-RESIDENCY-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "TAX RESIDENCY SELF-CERTIFICATION".
		05  LINE 3  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING TXRES-CUSTOMER-NO.
		05  LINE 4  COLUMN 1  VALUE "COUNTRY/TIN 1  : ".
		05  LINE 4  COLUMN 20
			PIC X(2) USING TXRES-COUNTRY-1.
		05  LINE 4  COLUMN 24
			PIC X(20) USING TXRES-TIN-1.
		05  LINE 5  COLUMN 1  VALUE "COUNTRY/TIN 2  : ".
		05  LINE 5  COLUMN 20
			PIC X(2) USING TXRES-COUNTRY-2.
		05  LINE 5  COLUMN 24
			PIC X(20) USING TXRES-TIN-2.
		05  LINE 6  COLUMN 1  VALUE "COUNTRY/TIN 3  : ".
		05  LINE 6  COLUMN 20
			PIC X(2) USING TXRES-COUNTRY-3.
		05  LINE 6  COLUMN 24
			PIC X(20) USING TXRES-TIN-3.
		05  LINE 8  COLUMN 1  VALUE "US CITIZEN(Y/N): ".
		05  LINE 8  COLUMN 20
			PIC X USING TXRES-US-CITIZEN-FLAG.
		05  LINE 9  COLUMN 1  VALUE "US BIRTH (Y/N) : ".
		05  LINE 9  COLUMN 20
			PIC X USING TXRES-US-BIRTH-FLAG.
		05  LINE 10 COLUMN 1  VALUE "US ADDR (Y/N)  : ".
		05  LINE 10 COLUMN 20
			PIC X USING TXRES-US-ADDRESS-FLAG.
		05  LINE 11 COLUMN 1  VALUE "US PHONE (Y/N) : ".
		05  LINE 11 COLUMN 20
			PIC X USING TXRES-US-PHONE-FLAG.
		05  LINE 12 COLUMN 1  VALUE "US ORDER (Y/N) : ".
		05  LINE 12 COLUMN 20
			PIC X USING TXRES-US-STANDING-FLAG.
		05  LINE 13 COLUMN 1  VALUE "CERT DATE      : ".
		05  LINE 13 COLUMN 20
			PIC X(8) USING TXRES-CERT-DATE.
		05  LINE 15 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 15 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 17 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O TAX-RESIDENCY-FILE
		IF WS-TXRES-STATUS NOT = "00"
			CLOSE TAX-RESIDENCY-FILE
			OPEN OUTPUT TAX-RESIDENCY-FILE
			CLOSE TAX-RESIDENCY-FILE
			OPEN I-O TAX-RESIDENCY-FILE
		END-IF
		OPEN INPUT CUST-MASTER-FILE
		MOVE "NNNNN" TO TXRES-US-INDICIA
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY TAX-RESIDENCY-SCREEN
			ACCEPT TAX-RESIDENCY-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-DECLARATION
			END-IF
		END-PERFORM
		CLOSE CUST-MASTER-FILE
		CLOSE TAX-RESIDENCY-FILE
		STOP RUN.
      *
	1000-VALIDATE-DECLARATION.
		MOVE TXRES-US-INDICIA TO WS-INDICIA-TABLE
		MOVE "Y" TO WS-FLAGS-VALID-FLAG
		PERFORM 1100-CHECK-INDICIUM
			VARYING WS-IND-IDX FROM 1 BY 1
			UNTIL WS-IND-IDX > 5
		MOVE "N" TO WS-TIN-MISSING-FLAG
		PERFORM 1200-CHECK-TIN
			VARYING WS-RES-IDX FROM 1 BY 1
			UNTIL WS-RES-IDX > 3
		MOVE TXRES-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUST-MASTER-FILE
			INVALID KEY
				MOVE SPACES TO CUSTM-CUSTOMER-NO
		END-READ
		EVALUATE TRUE
			WHEN TXRES-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NO NEEDED" TO WS-MSG
			WHEN CUSTM-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NOT ON CIF" TO WS-MSG
			WHEN TXRES-COUNTRY-1 = SPACES
				MOVE "COUNTRY 1 NEEDED" TO WS-MSG
			WHEN WS-TIN-MISSING
				MOVE "FOREIGN TIN NEEDED" TO WS-MSG
			WHEN NOT WS-FLAGS-VALID
				MOVE "US FLAGS MUST BE Y/N" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-SAVE-DECLARATION
		END-EVALUATE.
      *
	1100-CHECK-INDICIUM.
		IF WS-INDICIUM (WS-IND-IDX) NOT = "Y"
			AND WS-INDICIUM (WS-IND-IDX) NOT = "N"
			MOVE "N" TO WS-FLAGS-VALID-FLAG
		END-IF.
      *
	1200-CHECK-TIN.
		IF TXRES-COUNTRY (WS-RES-IDX) NOT = SPACES
			AND TXRES-TIN (WS-RES-IDX) = SPACES
			IF TXRES-COUNTRY (WS-RES-IDX)
					NOT = WS-HOME-COUNTRY
				SET WS-TIN-MISSING TO TRUE
			END-IF
		END-IF.
      *
      *  The keyed row is parked across the READ that finds the
      *  existing one, so the old declaration can be imaged before
      *  the new one replaces it.
	1500-SAVE-DECLARATION.
		IF TXRES-CERT-DATE = SPACES
			SET TXRES-PENDING TO TRUE
		ELSE
			SET TXRES-CERTIFIED TO TRUE
		END-IF
		MOVE TAX-RESIDENCY-RECORD TO WS-TXRES-IMAGE
		READ TAX-RESIDENCY-FILE
			INVALID KEY
				PERFORM 1510-ADD-DECLARATION
			NOT INVALID KEY
				PERFORM 1520-REPLACE-DECLARATION
		END-READ
		PERFORM 1600-DESCRIBE-DECLARATION
		IF WS-DECLARATION NOT = WS-OLD-DECLARATION
			MOVE "TAX-RESIDENCY" TO AUDTRL-RECORD-TYPE
			MOVE TXRES-CUSTOMER-NO TO AUDTRL-KEY-VALUE
			MOVE WS-OLD-DECLARATION TO AUDTRL-OLD-VALUE
			MOVE WS-DECLARATION TO AUDTRL-NEW-VALUE
			PERFORM 8000-WRITE-AUDIT-TRAIL
		END-IF.
      *
	1510-ADD-DECLARATION.
		MOVE SPACES TO WS-OLD-DECLARATION
		MOVE WS-TXRES-IMAGE TO TAX-RESIDENCY-RECORD
		WRITE TAX-RESIDENCY-RECORD
		MOVE "ADDED" TO WS-MSG.
      *
	1520-REPLACE-DECLARATION.
		PERFORM 1600-DESCRIBE-DECLARATION
		MOVE WS-DECLARATION TO WS-OLD-DECLARATION
		MOVE WS-TXRES-IMAGE TO TAX-RESIDENCY-RECORD
		REWRITE TAX-RESIDENCY-RECORD
		MOVE "UPDATED" TO WS-MSG.
      *
	1600-DESCRIBE-DECLARATION.
		MOVE TXRES-COUNTRY-1 TO DECL-COUNTRIES (1:2)
		MOVE TXRES-COUNTRY-2 TO DECL-COUNTRIES (3:2)
		MOVE TXRES-COUNTRY-3 TO DECL-COUNTRIES (5:2)
		MOVE TXRES-US-INDICIA TO DECL-INDICIA
		MOVE TXRES-CERT-DATE TO DECL-CERT-DATE
		MOVE TXRES-STATUS-FLAG TO DECL-STATUS.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
