      *
      *  MANDCK1.cbl
      *
      *  Demand-deposit signing-mandate check.  CALLed subprogram on
      *  the BATCTLCK "small CALLed subprogram" shape, shared by
      *  every path that debits a demand-deposit account on a
      *  customer's signature - DDACCT01's withdraw, TELLRW01's
      *  counter cash-out, CHQCLR01's cheque intake - so the
      *  mandate card is read the same single way whichever desk
      *  takes the instruction.
      *
      *  LS-SIGNERS carries the CIF numbers of up to four parties
      *  who signed the instruction, as verified at the desk.  The
      *  account's active holder rows (DDMANDR) are counted, and so
      *  are the holders among the signers; the rule on the primary
      *  holder's row (any one, any two, all - any one when no
      *  primary row is on file) sets how many must have signed.
      *  "Any two" on an account with a single named party needs
      *  that one.  An account with no active rows is a sole account
      *  and is always allowed, exactly as before mandates were
      *  recorded.  LS-MANDATE-FLAG comes back "Y" when the
      *  signatures satisfy the mandate, "N" when they do not.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MANDCK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MANDATE-FILE ASSIGN TO "DDMANDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDMAND-KEY
			FILE STATUS IS WS-DDMAND-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MANDATE-FILE.
	01  MANDATE-RECORD.
		COPY DDMANDR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DDMAND-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-HOLDER-COUNT		PIC S9(4) COMP-5.
	01  WS-SIGNED-COUNT		PIC S9(4) COMP-5.
	01  WS-REQUIRED-COUNT		PIC S9(4) COMP-5.
	01  WS-IDX			PIC S9(4) COMP-5.
	01  WS-SIGNED-FLAG		PIC X.
		88  WS-SIGNED		VALUE "Y".
	01  WS-SIGN-RULE		PIC X.
		88  WS-RULE-ANY-TWO	VALUE "2".
		88  WS-RULE-ALL		VALUE "A".
      *
	LINKAGE SECTION.
	01  LS-ACCOUNT-NO		PIC X(12).
	01  LS-SIGNERS.
		05  LS-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
	01  LS-MANDATE-FLAG		PIC X.
		88  LS-MANDATE-MET	VALUE "Y".
		88  LS-MANDATE-NOT-MET	VALUE "N".
      *
	PROCEDURE DIVISION USING LS-ACCOUNT-NO LS-SIGNERS
			LS-MANDATE-FLAG.
	0000-MAIN.
		SET LS-MANDATE-MET TO TRUE
		MOVE ZERO TO WS-HOLDER-COUNT
		MOVE ZERO TO WS-SIGNED-COUNT
		MOVE "1" TO WS-SIGN-RULE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT MANDATE-FILE
		IF WS-DDMAND-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		IF NOT WS-EOF
			MOVE LS-ACCOUNT-NO TO DDMAND-ACCOUNT-NO
			MOVE LOW-VALUES TO DDMAND-CUSTOMER-NO
			START MANDATE-FILE KEY >= DDMAND-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1000-SCAN-HOLDERS UNTIL WS-EOF
		CLOSE MANDATE-FILE
		IF WS-HOLDER-COUNT > ZERO
			PERFORM 2000-APPLY-RULE
		END-IF
		EXIT PROGRAM.
      *
	1000-SCAN-HOLDERS.
		READ MANDATE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDMAND-ACCOUNT-NO NOT = LS-ACCOUNT-NO
					SET WS-EOF TO TRUE
				ELSE
					PERFORM 1050-CHECK-HOLDER
				END-IF
		END-READ.
      *
	1050-CHECK-HOLDER.
		IF DDMAND-ACTIVE
			PERFORM 1100-COUNT-HOLDER
		END-IF.
      *
	1100-COUNT-HOLDER.
		ADD 1 TO WS-HOLDER-COUNT
		IF DDMAND-PRIMARY
			MOVE DDMAND-SIGN-RULE TO WS-SIGN-RULE
		END-IF
		MOVE "N" TO WS-SIGNED-FLAG
		PERFORM 1200-MATCH-SIGNER
			VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
		IF WS-SIGNED
			ADD 1 TO WS-SIGNED-COUNT
		END-IF.
      *
	1200-MATCH-SIGNER.
		IF LS-SIGNER-NO (WS-IDX) = DDMAND-CUSTOMER-NO
			SET WS-SIGNED TO TRUE
		END-IF.
      *
	2000-APPLY-RULE.
		EVALUATE TRUE
			WHEN WS-RULE-ALL
				MOVE WS-HOLDER-COUNT
					TO WS-REQUIRED-COUNT
			WHEN WS-RULE-ANY-TWO
				MOVE 2 TO WS-REQUIRED-COUNT
			WHEN OTHER
				MOVE 1 TO WS-REQUIRED-COUNT
		END-EVALUATE
		IF WS-REQUIRED-COUNT > WS-HOLDER-COUNT
			MOVE WS-HOLDER-COUNT TO WS-REQUIRED-COUNT
		END-IF
		IF WS-SIGNED-COUNT < WS-REQUIRED-COUNT
			SET LS-MANDATE-NOT-MET TO TRUE
		END-IF.
      *
