      *
      *  PIIPMNT1.cbl
      *
      *  Data-protection maintenance screen for the personal-data
      *  masking policy (PIIPOLR, keyed extract code + field code),
      *  mirroring STRSMNT1's screen pattern.  Lets the
      *  data-protection officer say, per extract and per personal
      *  field, whether the field leaves the bank in clear (P),
      *  masked to its last four characters (M) or tokenised (T).
      *  The extract must be one PIIMSK1 is called for - CUSTLNXR,
      *  SMSXTRR, DDALXTR, ARCHINQ1, the e-invoice, FATCA/CRS,
      *  credit-life claim and credit-registry extracts (EINVXTR,
      *  TXRPXTR, CRLCXTR, CICXTRR), the loan debt-clearance
      *  letter (LNCLSLTR), or MISXTRR, which carries no personal
      *  field today but may be given a policy before it does -
      *  and the field one of NATID, NAME, ADDRESS, BIRTHDT,
      *  PHONE or EMAIL.  A pass-through names the recipient that
      *  needs the field in clear, and every row carries its
      *  reason.
      *
      *  The policy is under maker-checker dual control the same
      *  way the stress scenarios are: a save parks the proposed
      *  record on the pending-change file (PNDCHGR via PNDCHGW1)
      *  under the maker's name, and a second user applies it
      *  through APPRMNT1 (target PIIPOLR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PIIPMNT1.
      *
	DATA DIVISION.
	WORKING-STORAGE SECTION.
	01  PII-POLICY-RECORD.
		COPY PIIPOLR.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
	01  WS-ENT-EXTRACT		PIC X(8).
		88  WS-VALID-EXTRACT	VALUE "CUSTLNXR" "SMSXTRR"
				"DDALXTR" "ARCHINQ1" "MISXTRR"
				"EINVXTR" "TXRPXTR" "CRLCXTR"
				"CICXTRR" "LNCLSLTR".
      *
	SCREEN SECTION.
	01  PII-POLICY-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "PERSONAL-DATA MASKING POLICY".
		05  LINE 3  COLUMN 1  VALUE "EXTRACT CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING PIIPOL-EXTRACT-CODE.
		05  LINE 4  COLUMN 1  VALUE "FIELD CODE     : ".
		05  LINE 4  COLUMN 20
			PIC X(8) USING PIIPOL-FIELD-CODE.
		05  LINE 4  COLUMN 30
			VALUE "(NATID/NAME/ADDRESS/BIRTHDT/".
		05  LINE 4  COLUMN 58  VALUE "PHONE/EMAIL)".
		05  LINE 5  COLUMN 1  VALUE "TREATMENT      : ".
		05  LINE 5  COLUMN 20
			PIC X USING PIIPOL-TREATMENT.
		05  LINE 5  COLUMN 26
			VALUE "(P PASS/M MASK/T TOKENISE)".
		05  LINE 6  COLUMN 1  VALUE "RECIPIENT      : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING PIIPOL-RECIPIENT.
		05  LINE 7  COLUMN 1  VALUE "REASON         : ".
		05  LINE 7  COLUMN 20
			PIC X(30) USING PIIPOL-REASON.
		05  LINE 9  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 9  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 11 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 11 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 13 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO PII-POLICY-RECORD
		MOVE "M" TO PIIPOL-TREATMENT
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY PII-POLICY-SCREEN
			ACCEPT PII-POLICY-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-POLICY
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-POLICY.
		MOVE PIIPOL-EXTRACT-CODE TO WS-ENT-EXTRACT
		EVALUATE TRUE
			WHEN NOT WS-VALID-EXTRACT
				MOVE "EXTRACT UNKNOWN" TO WS-MSG
			WHEN NOT PIIPOL-VALID-FIELD
				MOVE "FIELD UNKNOWN" TO WS-MSG
			WHEN NOT PIIPOL-PASS AND NOT PIIPOL-MASK
				AND NOT PIIPOL-TOKENISE
				MOVE "TREATMENT P/M/T" TO WS-MSG
			WHEN PIIPOL-PASS AND PIIPOL-RECIPIENT = SPACES
				MOVE "RECIPIENT NEEDED" TO WS-MSG
			WHEN PIIPOL-REASON = SPACES
				MOVE "REASON NEEDED" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-POLICY
		END-EVALUATE.
      *
	1500-PROPOSE-POLICY.
		MOVE "PIIPOLR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE PIIPOL-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE PII-POLICY-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
