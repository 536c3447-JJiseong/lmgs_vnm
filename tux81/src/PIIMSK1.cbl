      *
      *  PIIMSK1.cbl
      *
      *  Personal-data masking.  CALLed subprogram on the CRSTCK1
      *  "small CALLed subprogram" shape, through which every
      *  extract writer passes each personal field (national ID,
      *  name, address, birth date, phone, email) before the field
      *  leaves the bank.  It looks up the masking policy row
      *  (PIIPOLR) for the extract and field and applies it to
      *  LS-VALUE in place: P passes the value through in clear, M
      *  masks every character but the last four with "*", and T
      *  replaces the value with a token - "TK" and ten digits
      *  hashed from the value under the PIITKKEY parameter, so
      *  the same value always yields the same token and two
      *  extracts still join on it, but a list of known values
      *  cannot be hashed back to it without the key.  With no
      *  policy row the caller's LS-TREATMENT default holds; the
      *  treatment actually applied comes back in LS-TREATMENT.
      *
      *  Each field sent for a customer is appended to the
      *  disclosure log (PIIDSCR) under the caller's reference, so
      *  the data-subject access report (DSARINQ1) can show where
      *  a customer's data went.  A blank value discloses nothing
      *  and is neither treated nor logged.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PIIMSK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PII-POLICY-FILE ASSIGN TO "PIIPOLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PIIPOL-KEY
			FILE STATUS IS WS-PIIPOL-STATUS.
		SELECT PII-DISCLOSURE-FILE ASSIGN TO "PIIDSCR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-PIIDSC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  PII-POLICY-FILE.
	01  PII-POLICY-RECORD.
		COPY PIIPOLR.
	FD  PII-DISCLOSURE-FILE.
	01  PII-DISCLOSURE-RECORD.
		COPY PIIDSCR.
      *
	WORKING-STORAGE SECTION.
	01  WS-PIIPOL-STATUS		PIC XX.
	01  WS-PIIDSC-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-NOW			PIC X(21).
	01  WS-VALUE-LEN		PIC S9(4) COMP.
	01  WS-MASK-LEN			PIC S9(4) COMP.
	01  WS-POS			PIC S9(4) COMP.
	01  WS-HASH			PIC S9(18) COMP-5.
	01  WS-TOKEN-DIGITS		PIC 9(10).
      *
	LINKAGE SECTION.
	01  LS-CUSTOMER-NO		PIC X(12).
	01  LS-EXTRACT-CODE		PIC X(8).
	01  LS-FIELD-CODE		PIC X(8).
	01  LS-REFERENCE		PIC X(12).
	01  LS-TREATMENT		PIC X.
		88  LS-PASS		VALUE "P".
		88  LS-MASK		VALUE "M".
		88  LS-TOKENISE		VALUE "T".
	01  LS-VALUE			PIC X(60).
      *
	PROCEDURE DIVISION USING LS-CUSTOMER-NO LS-EXTRACT-CODE
		LS-FIELD-CODE LS-REFERENCE LS-TREATMENT LS-VALUE.
	0000-MAIN.
		IF LS-VALUE NOT = SPACES
			MOVE FUNCTION CURRENT-DATE TO WS-NOW
			PERFORM 1000-LOOK-UP-POLICY
			PERFORM 1500-FIND-LENGTH
			EVALUATE TRUE
				WHEN LS-MASK
					PERFORM 2000-MASK-VALUE
				WHEN LS-TOKENISE
					PERFORM 3000-TOKENISE-VALUE
				WHEN OTHER
					SET LS-PASS TO TRUE
			END-EVALUATE
			PERFORM 4000-LOG-DISCLOSURE
		END-IF
		EXIT PROGRAM.
      *
	1000-LOOK-UP-POLICY.
		OPEN INPUT PII-POLICY-FILE
		IF WS-PIIPOL-STATUS = "00"
			MOVE LS-EXTRACT-CODE TO PIIPOL-EXTRACT-CODE
			MOVE LS-FIELD-CODE TO PIIPOL-FIELD-CODE
			READ PII-POLICY-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE PIIPOL-TREATMENT
						TO LS-TREATMENT
			END-READ
		END-IF
		CLOSE PII-POLICY-FILE.
      *
	1500-FIND-LENGTH.
		MOVE 60 TO WS-VALUE-LEN
		PERFORM UNTIL WS-VALUE-LEN = 1
				OR LS-VALUE (WS-VALUE-LEN:1) NOT = SPACE
			SUBTRACT 1 FROM WS-VALUE-LEN
		END-PERFORM.
      *
      *  A value of four characters or fewer is masked entirely -
      *  showing "the last four" of it would show all of it.
	2000-MASK-VALUE.
		IF WS-VALUE-LEN > 4
			COMPUTE WS-MASK-LEN = WS-VALUE-LEN - 4
		ELSE
			MOVE WS-VALUE-LEN TO WS-MASK-LEN
		END-IF
		MOVE ALL "*" TO LS-VALUE (1:WS-MASK-LEN).
      *
	3000-TOKENISE-VALUE.
		MOVE ZERO TO WS-HASH
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "PIITKKEY" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			COMPUTE WS-HASH = PARM-AMOUNT * 100
		END-IF
		PERFORM VARYING WS-POS FROM 1 BY 1
				UNTIL WS-POS > WS-VALUE-LEN
			COMPUTE WS-HASH = FUNCTION MOD (WS-HASH * 131
				+ FUNCTION ORD (LS-VALUE (WS-POS:1)),
				9999999967)
		END-PERFORM
		MOVE WS-HASH TO WS-TOKEN-DIGITS
		MOVE SPACES TO LS-VALUE
		STRING "TK" DELIMITED BY SIZE
			WS-TOKEN-DIGITS DELIMITED BY SIZE
			INTO LS-VALUE.
      *
	4000-LOG-DISCLOSURE.
		IF LS-CUSTOMER-NO NOT = SPACES
			OPEN EXTEND PII-DISCLOSURE-FILE
			IF WS-PIIDSC-STATUS NOT = "00"
				CLOSE PII-DISCLOSURE-FILE
				OPEN OUTPUT PII-DISCLOSURE-FILE
			END-IF
			MOVE LS-CUSTOMER-NO TO PIIDSC-CUSTOMER-NO
			MOVE LS-EXTRACT-CODE TO PIIDSC-EXTRACT-CODE
			MOVE LS-FIELD-CODE TO PIIDSC-FIELD-CODE
			MOVE LS-TREATMENT TO PIIDSC-TREATMENT
			MOVE LS-REFERENCE TO PIIDSC-REFERENCE
			MOVE WS-NOW (1:8) TO PIIDSC-DATE
			MOVE WS-NOW (9:6) TO PIIDSC-TIME
			WRITE PII-DISCLOSURE-RECORD
			CLOSE PII-DISCLOSURE-FILE
		END-IF.
      *
