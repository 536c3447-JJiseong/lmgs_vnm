      *
      *  CLPTMNT1.cbl
      *
      *  Operations maintenance screen for the collection-partner
      *  registry (CLPTNR, keyed on the partner code), mirroring
      *  RSKWMNT1's screen pattern.  Registers a post office,
      *  convenience-store network or e-wallet that takes
      *  installment payments for us: the settlement GL account its
      *  payments post against (the receivable from the partner),
      *  and where its money arrives - our nostro, recognised by the
      *  statement reference the partner quotes, or a demand-deposit
      *  settlement account.  The intake batch (CLINBT1) takes in
      *  the files of active partners only.
      *
      *  Because the registry routes money to a GL account, a save
      *  parks the proposed record on the pending-change file
      *  (PNDCHGR via PNDCHGW1) under the maker's name, and a second
      *  user applies it through APPRMNT1 (target CLPTNRR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CLPTMNT1.
      *
	ENVIRONMENT DIVISION.
      *
	DATA DIVISION.
      *
	WORKING-STORAGE SECTION.
	01  COLL-PARTNER-RECORD.
		COPY CLPTNRR.
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
	01  COLL-PARTNER-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "COLLECTION PARTNER MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "PARTNER CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(6) USING CLPTNR-PARTNER-CODE.
		05  LINE 4  COLUMN 1  VALUE "NAME           : ".
		05  LINE 4  COLUMN 20
			PIC X(30) USING CLPTNR-NAME.
		05  LINE 5  COLUMN 1  VALUE "CHANNEL        : ".
		05  LINE 5  COLUMN 20
			PIC X USING CLPTNR-CHANNEL.
		05  LINE 5  COLUMN 26
			VALUE "(P=POST S=STORES W=E-WALLET)".
		05  LINE 6  COLUMN 1  VALUE "SETTLEMENT GL  : ".
		05  LINE 6  COLUMN 20
			PIC X(10) USING CLPTNR-SETTLE-GL-ACCOUNT.
		05  LINE 7  COLUMN 1  VALUE "FUNDS VIA      : ".
		05  LINE 7  COLUMN 20
			PIC X USING CLPTNR-SETTLE-TYPE.
		05  LINE 7  COLUMN 26
			VALUE "(N=NOSTRO D=DD ACCOUNT)".
		05  LINE 8  COLUMN 1  VALUE "DD ACCOUNT     : ".
		05  LINE 8  COLUMN 20
			PIC X(12) USING CLPTNR-SETTLE-DD-ACCOUNT.
		05  LINE 9  COLUMN 1  VALUE "STATEMENT REF  : ".
		05  LINE 9  COLUMN 20
			PIC X(16) USING CLPTNR-STMT-REFERENCE.
		05  LINE 10 COLUMN 1  VALUE "ACTIVE (Y/N)   : ".
		05  LINE 10 COLUMN 20
			PIC X USING CLPTNR-ACTIVE-FLAG.
		05  LINE 12 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 12 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 14 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 14 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 16 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE SPACES TO COLL-PARTNER-RECORD
		SET CLPTNR-ACTIVE TO TRUE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY COLL-PARTNER-SCREEN
			ACCEPT COLL-PARTNER-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-PARTNER
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-PARTNER.
		EVALUATE TRUE
			WHEN CLPTNR-PARTNER-CODE = SPACES
				MOVE "PARTNER CODE NEEDED" TO WS-MSG
			WHEN NOT CLPTNR-POST-OFFICE
				AND NOT CLPTNR-STORE-NETWORK
				AND NOT CLPTNR-E-WALLET
				MOVE "CHANNEL P, S OR W" TO WS-MSG
			WHEN CLPTNR-SETTLE-GL-ACCOUNT = SPACES
				MOVE "SETTLEMENT GL NEEDED" TO WS-MSG
			WHEN NOT CLPTNR-SETTLE-NOSTRO
				AND NOT CLPTNR-SETTLE-DD
				MOVE "FUNDS VIA N OR D" TO WS-MSG
			WHEN CLPTNR-SETTLE-DD
				AND CLPTNR-SETTLE-DD-ACCOUNT = SPACES
				MOVE "DD ACCOUNT NEEDED" TO WS-MSG
			WHEN CLPTNR-SETTLE-NOSTRO
				AND CLPTNR-STMT-REFERENCE = SPACES
				MOVE "STATEMENT REF NEEDED" TO WS-MSG
			WHEN NOT CLPTNR-ACTIVE AND NOT CLPTNR-INACTIVE
				MOVE "ACTIVE MUST BE Y/N" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PROPOSE-PARTNER
		END-EVALUATE.
      *
	1500-PROPOSE-PARTNER.
		MOVE "CLPTNRR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE CLPTNR-PARTNER-CODE TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE COLL-PARTNER-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
