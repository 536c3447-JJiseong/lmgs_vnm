      *
      *  MORREV1.cbl
      *
      *  Payment-moratorium review screen, mirroring PTXLMT1's maker
      *  screen pattern.  The credit officer works through the
      *  review list MORSBT1 prints (MORLNR): keys the program and
      *  loan account, sees the borrower, the debt group the loan
      *  stood in on the cut-off date and its principal shown back,
      *  and proposes approval (A) or rejection (R).  Only a loan
      *  still PENDING on the list can be proposed.
      *
      *  The decision is parked as the list row's image on the
      *  pending-change file (PNDCHGR via PNDCHGW1) under the
      *  officer's name, and a second user confirms it through
      *  APPRMNT1 (target MORLNR); MORABT1 moves the schedules of
      *  the loans approved there.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORREV1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MORAT-LOAN-FILE ASSIGN TO "MORLNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORLN-KEY
			FILE STATUS IS WS-MORLN-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MORAT-LOAN-FILE.
	01  MORAT-LOAN-RECORD.
		COPY MORLNR.
      *
	WORKING-STORAGE SECTION.
	01  WS-MORLN-STATUS		PIC XX.
	01  WS-ENT-PGM-CODE		PIC X(8).
	01  WS-ENT-ACCOUNT		PIC X(12).
	01  WS-ENT-DECISION		PIC X.
		88  WS-ENT-APPROVE	VALUE "A".
		88  WS-ENT-REJECT	VALUE "R".
	01  WS-SHOW-CUSTOMER		PIC X(12).
	01  WS-SHOW-GROUP		PIC S9(9) COMP-5.
	01  WS-SHOW-PRINCIPAL		PIC S9(11)V99 COMP-3.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  MORAT-REVIEW-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "PAYMENT MORATORIUM REVIEW".
		05  LINE 3  COLUMN 1  VALUE "PROGRAM CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(8) USING WS-ENT-PGM-CODE.
		05  LINE 4  COLUMN 1  VALUE "LOAN ACCOUNT   : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING WS-ENT-ACCOUNT.
		05  LINE 5  COLUMN 1  VALUE "CUSTOMER       : ".
		05  LINE 5  COLUMN 20
			PIC X(12) FROM WS-SHOW-CUSTOMER.
		05  LINE 6  COLUMN 1  VALUE "DEBT GROUP     : ".
		05  LINE 6  COLUMN 20
			PIC ZZ9 FROM WS-SHOW-GROUP.
		05  LINE 7  COLUMN 1  VALUE "PRINCIPAL      : ".
		05  LINE 7  COLUMN 20
			PIC Z(10)9.99 FROM WS-SHOW-PRINCIPAL.
		05  LINE 8  COLUMN 1  VALUE "DECISION (A/R) : ".
		05  LINE 8  COLUMN 20
			PIC X USING WS-ENT-DECISION.
		05  LINE 10 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 10 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 12 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 12 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 14 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO WS-SHOW-CUSTOMER
		MOVE ZERO TO WS-SHOW-GROUP
		MOVE ZERO TO WS-SHOW-PRINCIPAL
		OPEN INPUT MORAT-LOAN-FILE
		PERFORM UNTIL WS-DONE
			DISPLAY MORAT-REVIEW-SCREEN
			ACCEPT MORAT-REVIEW-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-FIND-LOAN
			END-IF
		END-PERFORM
		CLOSE MORAT-LOAN-FILE
		STOP RUN.
      *
	1000-FIND-LOAN.
		MOVE SPACES TO WS-SHOW-CUSTOMER
		MOVE ZERO TO WS-SHOW-GROUP
		MOVE ZERO TO WS-SHOW-PRINCIPAL
		MOVE WS-ENT-PGM-CODE TO MORLN-PGM-CODE
		MOVE WS-ENT-ACCOUNT TO MORLN-ACCOUNT-NO
		READ MORAT-LOAN-FILE
			INVALID KEY
				MOVE "LOAN NOT ON LIST" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1100-VALIDATE-DECISION
		END-READ.
      *
	1100-VALIDATE-DECISION.
		MOVE MORLN-CUSTOMER-NO TO WS-SHOW-CUSTOMER
		MOVE MORLN-DEBT-GROUP TO WS-SHOW-GROUP
		MOVE MORLN-PRINCIPAL TO WS-SHOW-PRINCIPAL
		EVALUATE TRUE
			WHEN NOT MORLN-PENDING
				MOVE "ALREADY DECIDED" TO WS-MSG
			WHEN WS-ENT-DECISION = SPACES
				CONTINUE
			WHEN NOT WS-ENT-APPROVE AND NOT WS-ENT-REJECT
				MOVE "DECISION A OR R" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-DECISION
		END-EVALUATE.
      *
	1500-PROPOSE-DECISION.
		MOVE WS-ENT-DECISION TO MORLN-STATUS-FLAG
		MOVE "MORLNR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE MORLN-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE MORAT-LOAN-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
			MOVE SPACES TO WS-ENT-DECISION
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
