      *  real customer to key a loan against.
      *
      *  The customer's contact details (phone, email, preferred
      *  channel, messaging consent, and the smallest movement the
      *  customer wants a deposit alert for) save alongside the CIF
      *  row to the contact registry (CNTCTR), with every change
      *  imaged old-for-new to the audit trail (AUDTRLR) - a
      *  consent flag that flips must be provable afterwards.
      *
      *  A new customer whose address names the United States, or
      *  whose ID is not a Vietnamese national ID (nine or twelve
      *  digits - anything else is a passport or foreign document),
      *  shows foreign tax indicia: unless the customer has already
      *  certified on the tax-residency register (TXRESR), a
      *  PENDING row is written there carrying a US-address
      *  indicium where one was seen, and the save answers "TAX
      *  SELF-CERT NEEDED" so the branch collects the FATCA/CRS
      *  form (TXRSMNT1) before the customer leaves.
      *
      *  Every save is screened against the blacklist/sanctions list
      *  (SCRNLSTR via SCRNCHK1): an identifier match is a hard stop
      *  answers "NAME MATCH-REFER" so the operator routes the case
      *  to compliance.  Every hit is logged to SCRNLOGR by the
      *  check itself.
      *
      *  The date of birth keyed here feeds the nightly
      *  duplicate-customer match (DUPCBT1) along with the name,
      *  address, national ID and phone.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CUSTMNT1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CNTCT-CUSTOMER-NO
			FILE STATUS IS WS-CNTCT-STATUS.
		SELECT TAX-RESIDENCY-FILE ASSIGN TO "TXRESR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TXRES-CUSTOMER-NO
			FILE STATUS IS WS-TXRES-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	FD  TAX-RESIDENCY-FILE.
	01  TAX-RESIDENCY-RECORD.
		COPY TXRESR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-TXRES-STATUS		PIC XX.
	01  WS-US-ADDRESS-COUNT		PIC 9(4) COMP.
	01  WS-FOREIGN-ID-FLAG		PIC X.
		88  WS-FOREIGN-ID	VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-CNTCT-FOUND-FLAG		PIC X.
		88  WS-CNTCT-FOUND	VALUE "Y".
	01  WS-ENT-SECTOR-CODE		PIC X(4).
	01  WS-ENT-KYC-RISK		PIC X.
	01  WS-ENT-KYC-REVIEW		PIC X(8).
	01  WS-ENT-BIRTH-DATE		PIC X(8).
	01  WS-ENT-PHONE		PIC X(15).
	01  WS-ENT-EMAIL		PIC X(40).
	01  WS-ENT-CHANNEL		PIC X.
	01  WS-ENT-CONSENT		PIC X.
	01  WS-ENT-ALERT-MIN		PIC S9(11)V99 COMP-3 VALUE 0.
	01  WS-AUDIT-AMOUNT		PIC -(11)9.99.
	01  TPINFDEF-REC.
		COPY TPINFDEF.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		05  LINE 13 COLUMN 1  VALUE "KYC REVIEW DT: ".
		05  LINE 13 COLUMN 20
			PIC X(8) USING CUSTM-KYC-REVIEW-DATE.
		05  LINE 14 COLUMN 1  VALUE "ALERT MIN AMT: ".
		05  LINE 14 COLUMN 20
			PIC Z(10)9.99 USING WS-ENT-ALERT-MIN.
		05  LINE 15 COLUMN 1  VALUE "BIRTH DATE   : ".
		05  LINE 15 COLUMN 20
			PIC X(8) USING CUSTM-BIRTH-DATE.
		05  LINE 16 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 16 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 18 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
		MOVE CUSTM-SECTOR-CODE TO WS-ENT-SECTOR-CODE
		MOVE CUSTM-KYC-RISK TO WS-ENT-KYC-RISK
		MOVE CUSTM-KYC-REVIEW-DATE TO WS-ENT-KYC-REVIEW
		MOVE CUSTM-BIRTH-DATE TO WS-ENT-BIRTH-DATE
		READ CUST-MASTER-FILE
			INVALID KEY
				PERFORM 1200-ADD-CUSTOMER
		MOVE WS-ENT-ADDRESS TO CUSTM-ADDRESS
		MOVE WS-ENT-SECTOR-CODE TO CUSTM-SECTOR-CODE
		MOVE WS-ENT-KYC-RISK TO CUSTM-KYC-RISK
		MOVE WS-ENT-KYC-REVIEW TO CUSTM-KYC-REVIEW-DATE
		MOVE WS-ENT-BIRTH-DATE TO CUSTM-BIRTH-DATE.
      *
	1200-ADD-CUSTOMER.
		PERFORM 1160-RESTORE-ENTERED
			MOVE SPACES TO CUSTM-MERGED-TO
			WRITE CUST-MASTER-RECORD
			MOVE "ADDED" TO WS-MSG
			PERFORM 1300-CHECK-TAX-INDICIA
		END-IF.
      *
	1300-CHECK-TAX-INDICIA.
		MOVE ZERO TO WS-US-ADDRESS-COUNT
		INSPECT CUSTM-ADDRESS TALLYING WS-US-ADDRESS-COUNT
			FOR ALL "USA" ALL "U.S.A" ALL "UNITED STATES"
		MOVE "Y" TO WS-FOREIGN-ID-FLAG
		IF CUSTM-NATIONAL-ID (1:12) IS NUMERIC
			AND CUSTM-NATIONAL-ID (13:8) = SPACES
			MOVE "N" TO WS-FOREIGN-ID-FLAG
		END-IF
		IF CUSTM-NATIONAL-ID (1:9) IS NUMERIC
			AND CUSTM-NATIONAL-ID (10:11) = SPACES
			MOVE "N" TO WS-FOREIGN-ID-FLAG
		END-IF
		IF WS-US-ADDRESS-COUNT > ZERO OR WS-FOREIGN-ID
			PERFORM 1310-FLAG-TAX-CERT
		END-IF.
      *
	1310-FLAG-TAX-CERT.
		OPEN I-O TAX-RESIDENCY-FILE
		IF WS-TXRES-STATUS NOT = "00"
			CLOSE TAX-RESIDENCY-FILE
			OPEN OUTPUT TAX-RESIDENCY-FILE
			CLOSE TAX-RESIDENCY-FILE
			OPEN I-O TAX-RESIDENCY-FILE
		END-IF
		MOVE CUSTM-CUSTOMER-NO TO TXRES-CUSTOMER-NO
		READ TAX-RESIDENCY-FILE
			INVALID KEY
				PERFORM 1320-WRITE-PENDING-CERT
			NOT INVALID KEY
				IF NOT TXRES-CERTIFIED
					MOVE "TAX SELF-CERT NEEDED"
						TO WS-MSG
				END-IF
		END-READ
		CLOSE TAX-RESIDENCY-FILE.
      *
	1320-WRITE-PENDING-CERT.
		MOVE SPACES TO TAX-RESIDENCY-RECORD
		MOVE CUSTM-CUSTOMER-NO TO TXRES-CUSTOMER-NO
		MOVE "NNNNN" TO TXRES-US-INDICIA
		IF WS-US-ADDRESS-COUNT > ZERO
			MOVE "Y" TO TXRES-US-ADDRESS-FLAG
		END-IF
		SET TXRES-PENDING TO TRUE
		WRITE TAX-RESIDENCY-RECORD
		MOVE "TAX SELF-CERT NEEDED" TO WS-MSG.
      *
      *  The contact registry row saves with the CIF row; each
      *  field that actually changed is imaged old-for-new to the
				MOVE SPACES TO CNTCT-EMAIL
				MOVE SPACES TO CNTCT-PREF-CHANNEL
				MOVE SPACES TO CNTCT-CONSENT-FLAG
				MOVE ZERO TO CNTCT-ALERT-MIN-AMOUNT
			NOT INVALID KEY
				MOVE "Y" TO WS-CNTCT-FOUND-FLAG
		END-READ
		MOVE WS-ENT-EMAIL TO CNTCT-EMAIL
		MOVE WS-ENT-CHANNEL TO CNTCT-PREF-CHANNEL
		MOVE WS-ENT-CONSENT TO CNTCT-CONSENT-FLAG
		MOVE WS-ENT-ALERT-MIN TO CNTCT-ALERT-MIN-AMOUNT
		IF WS-CNTCT-FOUND
			REWRITE CONTACT-RECORD
		ELSE
			MOVE CNTCT-CONSENT-FLAG TO AUDTRL-OLD-VALUE
			MOVE WS-ENT-CONSENT TO AUDTRL-NEW-VALUE
			PERFORM 2200-AUDIT-ONE-FIELD
		END-IF
		IF WS-ENT-ALERT-MIN NOT = CNTCT-ALERT-MIN-AMOUNT
			MOVE "CONTACT-ALRTMIN" TO AUDTRL-RECORD-TYPE
			MOVE CNTCT-ALERT-MIN-AMOUNT TO WS-AUDIT-AMOUNT
			MOVE WS-AUDIT-AMOUNT TO AUDTRL-OLD-VALUE
			MOVE WS-ENT-ALERT-MIN TO WS-AUDIT-AMOUNT
			MOVE WS-AUDIT-AMOUNT TO AUDTRL-NEW-VALUE
			PERFORM 2200-AUDIT-ONE-FIELD
		END-IF.
      *
	2200-AUDIT-ONE-FIELD.
