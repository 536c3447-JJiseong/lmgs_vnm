      *  holding the application in "pending" status until a
      *  back-office decision promotes it to a funded Loan Master
      *  (LNMAST01) record.
      *
      *  An update that would approve or fund the application is
      *  refused (APPL-CODE 9241) while DOCCHK1 still finds a
      *  mandatory document on the application's checklist neither
      *  received nor waived - the paperwork is finished before the
      *  credit decision is, not after the money has gone.
      *
      *  Economic-sector concentration (SECLCK1 against the limit
      *  table SECLIMR) is checked when the application is taken
      *  and again when it is approved: the requested amount is
      *  added to the customer's sector's outstanding, a sector at
      *  its warning level lets the application through with a
      *  warning on the audit trail, and one over its limit refuses
      *  it (APPL-CODE 9332 at intake, 9333 at approval) unless head
      *  office has recorded an approved override for the
      *  application on SECOVRR (SECOVMT1/APPRMNT1), whose use is
      *  written to the audit trail too.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNAPPS01.
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELPT-CUSTOMER-NO
			FILE STATUS IS WS-RELPT-STATUS.
		SELECT SECTOR-OVERRIDE-FILE ASSIGN TO "SECOVRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SECOV-APPLICATION-NO
			FILE STATUS IS WS-SECOV-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
	FD  RELATED-PARTY-FILE.
	01  RELATED-PARTY-RECORD.
		COPY RELPTYR.
	FD  SECTOR-OVERRIDE-FILE.
	01  SECTOR-OVERRIDE-RECORD.
		COPY SECOVRR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	01  WS-RELPLIM-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-RELPT-TYPE		PIC X(10).
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-KYC-FLAG			PIC X.
		88  WS-KYC-CURRENT	VALUE "C".
		88  WS-KYC-DUE		VALUE "D".
		88  WS-OVER-LIMIT	VALUE "Y".
	01  WS-EXPOSURE-DISP		PIC -(13)9.99.
	01  WS-LIMIT-DISP		PIC -(13)9.99.
	01  WS-SECOV-STATUS		PIC XX.
	01  WS-SECTOR-CUSTOMER-NO	PIC X(12).
	01  WS-SECTOR-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-SECTOR-CODE		PIC X(4).
	01  WS-SECTOR-EXPOSURE		PIC S9(13)V99 COMP-3.
	01  WS-SECTOR-LIMIT		PIC S9(13)V99 COMP-3.
	01  WS-SECTOR-RESULT		PIC X.
		88  WS-SECTOR-WITHIN	VALUE "N".
		88  WS-SECTOR-WARNING	VALUE "W".
		88  WS-SECTOR-OVER	VALUE "L".
	01  WS-SECTOR-REFUSED-FLAG	PIC X.
		88  WS-SECTOR-REFUSED	VALUE "Y".
	01  WS-DOCCHK-MODE		PIC X VALUE "C".
	01  WS-DOC-OUTSTANDING		PIC S9(4) COMP-5.
	01  WS-DOC-FIRST-CODE		PIC X(6).
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
      *
	1600-WRITE-APPLICATION.
		PERFORM 1590-CHECK-RESTRICTION
		IF NOT TPFAIL
			PERFORM 1700-CHECK-SECTOR-AT-INTAKE
		END-IF
		IF TPFAIL
			CONTINUE
		ELSE
				MOVE 9023 TO APPL-CODE
				SET TPFAIL TO TRUE
		END-WRITE.
      *
	1700-CHECK-SECTOR-AT-INTAKE.
		MOVE LNAPPSD-CUSTOMER-NO TO WS-SECTOR-CUSTOMER-NO
		MOVE LNAPPSD-REQUESTED-PRINCIPAL TO WS-SECTOR-AMOUNT
		PERFORM 5000-CHECK-SECTOR-LIMIT
		IF WS-SECTOR-REFUSED
			MOVE 9332 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	2000-INQUIRE-APPLICATION.
		MOVE LNAPPSD-APPLICATION-NO TO LNAPP-APPLICATION-NO
	3100-APPLY-UPDATE.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE LNAPP-STATUS-FLAG TO WS-OLD-STATUS
		IF (LNAPPSD-APPROVED AND WS-OLD-STATUS NOT = "A")
			OR (LNAPPSD-FUNDED AND WS-OLD-STATUS NOT = "F")
			PERFORM 3500-CHECK-DOCUMENTS
		END-IF
		IF LNAPPSD-APPROVED AND WS-OLD-STATUS NOT = "A"
			AND NOT TPFAIL
			PERFORM 3200-CHECK-OBLIGOR-LIMIT
			IF NOT TPFAIL
				PERFORM 3400-CHECK-RELATED-PARTY
			END-IF
			IF NOT TPFAIL
				PERFORM 3600-CHECK-SECTOR-AT-APPROVAL
			END-IF
		END-IF
		IF TPFAIL
			CONTINUE
      *
	3420-APPLY-RELPLIM.
		MOVE ZERO TO WS-RELPLIM-AMOUNT
		MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PARM-AS-OF
		MOVE "RELPLIM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-AMOUNT
				TO WS-RELPLIM-AMOUNT
		END-IF
		IF WS-RELPLIM-AMOUNT > ZERO
			AND LNAPPSD-REQUESTED-PRINCIPAL >
				WS-RELPLIM-AMOUNT
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE "APPROVED WITHIN RELPLIM" TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
      *  Approval or funding with a mandatory document still
      *  outstanding on the checklist is refused outright; there is
      *  no override here - a document nobody has is waived through
      *  LNAPPMT1 and a second pair of eyes at APPRMNT1 instead.
	3500-CHECK-DOCUMENTS.
		MOVE "C" TO WS-DOCCHK-MODE
		CALL "DOCCHK1" USING WS-DOCCHK-MODE
			LNAPP-APPLICATION-NO LNAPP-PRODUCT-CODE
			WS-DOC-OUTSTANDING WS-DOC-FIRST-CODE
		IF WS-DOC-OUTSTANDING > ZERO
			MOVE 9241 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	3600-CHECK-SECTOR-AT-APPROVAL.
		MOVE LNAPP-CUSTOMER-NO TO WS-SECTOR-CUSTOMER-NO
		MOVE LNAPPSD-REQUESTED-PRINCIPAL TO WS-SECTOR-AMOUNT
		PERFORM 5000-CHECK-SECTOR-LIMIT
		IF WS-SECTOR-REFUSED
			MOVE 9333 TO APPL-CODE
			SET TPFAIL TO TRUE
		END-IF.
      *
	3300-REWRITE-APPLICATION.
		MOVE LNAPPSD-REQUESTED-PRINCIPAL
				TO LNAPP-LOAN-ACCOUNT-NO
		END-IF
		REWRITE LOAN-APP-RECORD.
      *
      *  The sector's outstanding with this application added, held
      *  against its concentration limit: over the limit refuses
      *  unless head office's approved override names this
      *  application and customer for at least the amount.
	5000-CHECK-SECTOR-LIMIT.
		MOVE "N" TO WS-SECTOR-REFUSED-FLAG
		CALL "SECLCK1" USING WS-SECTOR-CUSTOMER-NO
			WS-SECTOR-AMOUNT WS-SECTOR-CODE
			WS-SECTOR-EXPOSURE WS-SECTOR-LIMIT
			WS-SECTOR-RESULT
		EVALUATE TRUE
			WHEN WS-SECTOR-WARNING
				MOVE "SECLIM-WARNING"
					TO AUDTRL-RECORD-TYPE
				PERFORM 5200-AUDIT-SECTOR
			WHEN WS-SECTOR-OVER
				PERFORM 5100-FIND-SECTOR-OVERRIDE
		END-EVALUATE.
      *
	5100-FIND-SECTOR-OVERRIDE.
		SET WS-SECTOR-REFUSED TO TRUE
		OPEN INPUT SECTOR-OVERRIDE-FILE
		IF WS-SECOV-STATUS = "00"
			MOVE LNAPPSD-APPLICATION-NO
				TO SECOV-APPLICATION-NO
			READ SECTOR-OVERRIDE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 5110-JUDGE-OVERRIDE
			END-READ
		END-IF
		CLOSE SECTOR-OVERRIDE-FILE
		IF NOT WS-SECTOR-REFUSED
			MOVE "SECLIM-OVERRIDE" TO AUDTRL-RECORD-TYPE
			PERFORM 5200-AUDIT-SECTOR
		END-IF.
      *
	5110-JUDGE-OVERRIDE.
		IF SECOV-CUSTOMER-NO = WS-SECTOR-CUSTOMER-NO
			AND SECOV-AMOUNT NOT < WS-SECTOR-AMOUNT
			MOVE "N" TO WS-SECTOR-REFUSED-FLAG
		END-IF.
      *
	5200-AUDIT-SECTOR.
		MOVE LNAPPSD-APPLICATION-NO TO AUDTRL-KEY-VALUE
		MOVE WS-SECTOR-LIMIT TO WS-LIMIT-DISP
		MOVE WS-SECTOR-EXPOSURE TO WS-EXPOSURE-DISP
		MOVE SPACES TO AUDTRL-OLD-VALUE
		STRING WS-SECTOR-CODE DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-LIMIT-DISP DELIMITED BY SIZE
			INTO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		MOVE WS-EXPOSURE-DISP TO AUDTRL-NEW-VALUE
		PERFORM 8000-WRITE-AUDIT-TRAIL.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
