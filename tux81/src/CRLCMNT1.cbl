      *
      *  CRLCMNT1.cbl
      *
      *  Credit-life death-claim settlement screen.  Operations key
      *  the insurer's answer to a filed claim (CRLCLMR) from its
      *  settlement advice: P with the amount and the date the money
      *  arrived and the insurer's reference, or D with the reason
      *  the claim was declined.  Nothing is applied here - the
      *  answer parks the claim image on the pending-change file
      *  (PNDCHGR via PNDCHGW1) under the maker's name, exactly as
      *  CRSTMNT1 parks a restriction, and only a second user
      *  approving it through APPRMNT1 (target CRLCLMR) lets the
      *  nightly CRLCBT1 apply the money to the loan.  Only a claim
      *  that has been filed and not yet answered can be settled,
      *  and the money cannot have arrived before the claim was
      *  filed or after today.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CRLCMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CLAIM-FILE ASSIGN TO "CRLCLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLCLM-ACCOUNT-NO
			FILE STATUS IS WS-CRLCLM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CLAIM-FILE.
	01  CLAIM-RECORD.
		COPY CRLCLMR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CRLCLM-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-ENT-ACCOUNT		PIC X(12).
	01  WS-ENT-DECISION		PIC X.
		88  WS-ENT-PAID		VALUE "P".
		88  WS-ENT-DECLINED	VALUE "D".
	01  WS-ENT-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-ENT-DATE			PIC X(8).
	01  WS-ENT-REF			PIC X(15).
	01  WS-ENT-NOTE			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  CLAIM-SETTLE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "CREDIT-LIFE CLAIM SETTLEMENT".
		05  LINE 3  COLUMN 1  VALUE "LOAN ACCOUNT   : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING WS-ENT-ACCOUNT.
		05  LINE 4  COLUMN 1  VALUE "PAID/DECL (P/D): ".
		05  LINE 4  COLUMN 20
			PIC X USING WS-ENT-DECISION.
		05  LINE 5  COLUMN 1  VALUE "AMOUNT PAID    : ".
		05  LINE 5  COLUMN 20
			PIC Z(10)9.99 USING WS-ENT-AMOUNT.
		05  LINE 6  COLUMN 1  VALUE "DATE RECEIVED  : ".
		05  LINE 6  COLUMN 20
			PIC X(8) USING WS-ENT-DATE.
		05  LINE 7  COLUMN 1  VALUE "INSURER REF    : ".
		05  LINE 7  COLUMN 20
			PIC X(15) USING WS-ENT-REF.
		05  LINE 8  COLUMN 1  VALUE "DECLINE REASON : ".
		05  LINE 8  COLUMN 20
			PIC X(20) USING WS-ENT-NOTE.
		05  LINE 9  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 9  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 11 COLUMN 1  VALUE "CLAIMED        : ".
		05  LINE 11 COLUMN 20
			PIC Z(10)9.99 FROM CRLCLM-CLAIM-AMT.
		05  LINE 12 COLUMN 1  VALUE "FILED ON       : ".
		05  LINE 12 COLUMN 20
			PIC X(8) FROM CRLCLM-FILED-DATE.
		05  LINE 13 COLUMN 1  VALUE "CLAIM STATUS   : ".
		05  LINE 13 COLUMN 20
			PIC X FROM CRLCLM-STATUS-FLAG.
		05  LINE 15 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 15 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 17 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN INPUT CLAIM-FILE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY CLAIM-SETTLE-SCREEN
			ACCEPT CLAIM-SETTLE-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-PROPOSE-SETTLEMENT
			END-IF
		END-PERFORM
		CLOSE CLAIM-FILE
		STOP RUN.
      *
	1000-PROPOSE-SETTLEMENT.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-ENT-ACCOUNT TO CRLCLM-ACCOUNT-NO
		READ CLAIM-FILE
			INVALID KEY
				MOVE "NO CLAIM ON FILE" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1100-VALIDATE-ANSWER
		END-READ.
      *
	1100-VALIDATE-ANSWER.
		EVALUATE TRUE
			WHEN NOT CRLCLM-FILED
				MOVE "CLAIM NOT AWAITING" TO WS-MSG
			WHEN NOT WS-ENT-PAID AND NOT WS-ENT-DECLINED
				MOVE "DECISION P OR D" TO WS-MSG
			WHEN WS-ENT-DATE NOT NUMERIC
				MOVE "DATE INVALID" TO WS-MSG
			WHEN WS-ENT-DATE > WS-NOW (1:8)
				MOVE "DATE IN FUTURE" TO WS-MSG
			WHEN WS-ENT-DATE < CRLCLM-FILED-DATE
				MOVE "DATE BEFORE FILING" TO WS-MSG
			WHEN WS-ENT-PAID AND WS-ENT-AMOUNT <= ZERO
				MOVE "AMOUNT REQUIRED" TO WS-MSG
			WHEN WS-ENT-PAID AND WS-ENT-REF = SPACES
				MOVE "INSURER REF MISSING" TO WS-MSG
			WHEN WS-ENT-DECLINED AND WS-ENT-NOTE = SPACES
				MOVE "REASON REQUIRED" TO WS-MSG
			WHEN OTHER
				PERFORM 1200-BUILD-IMAGE
				PERFORM 1500-PARK-PROPOSAL
		END-EVALUATE.
      *
      *  A declined claim is finished with the insurer's answer; a
      *  paid one waits received for the claim run to apply it.
	1200-BUILD-IMAGE.
		MOVE WS-ENT-REF TO CRLCLM-INSURER-REF
		MOVE WS-ENT-DATE TO CRLCLM-RECEIVED-DATE
		MOVE ZERO TO CRLCLM-APPLIED-AMT
		MOVE ZERO TO CRLCLM-SURPLUS-AMT
		IF WS-ENT-PAID
			SET CRLCLM-RECEIVED TO TRUE
			MOVE WS-ENT-AMOUNT TO CRLCLM-RECEIVED-AMT
			MOVE SPACES TO CRLCLM-SETTLED-DATE
			MOVE SPACES TO CRLCLM-NOTE
		ELSE
			SET CRLCLM-DECLINED TO TRUE
			MOVE ZERO TO CRLCLM-RECEIVED-AMT
			MOVE WS-ENT-DATE TO CRLCLM-SETTLED-DATE
			MOVE WS-ENT-NOTE TO CRLCLM-NOTE
		END-IF.
      *
	1500-PARK-PROPOSAL.
		MOVE "CRLCLMR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE CRLCLM-ACCOUNT-NO TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE CLAIM-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF
		READ CLAIM-FILE
			INVALID KEY
				CONTINUE
		END-READ.
      *
