      *
      *  DDMNMNT1.cbl
      *
      *  Branch-operations maintenance screen for the demand-deposit
      *  holder and signing-mandate file (DDMANDR, keyed on account
      *  + customer number), mirroring FACLMNT1's screen pattern.
      *  Records each party named on a joint or company account -
      *  primary holder (P), joint holder (J) or authorised
      *  signatory (S) - and the signing rule the mandate card
      *  states: any one (1), any two (2) or all (A), the rule on
      *  the primary holder's row governing the account.  Status A
      *  keeps the party on the mandate; R removes them without
      *  losing the history of who was once named.  The account
      *  must exist on DDACCTR and the customer on the CIF; the
      *  primary holder must be the customer the account is opened
      *  in the name of.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DDMNMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT MANDATE-FILE ASSIGN TO "DDMANDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDMAND-KEY
			FILE STATUS IS WS-DDMAND-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  MANDATE-FILE.
	01  MANDATE-RECORD.
		COPY DDMANDR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DDMAND-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-VALID-FLAG		PIC X.
		88  WS-VALID		VALUE "Y".
	01  WS-TYPED-ROLE		PIC X.
	01  WS-TYPED-RULE		PIC X.
	01  WS-TYPED-STATUS		PIC X.
      *
	SCREEN SECTION.
	01  MANDATE-MAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "ACCOUNT HOLDER / MANDATE MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "ACCOUNT NO     : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING DDMAND-ACCOUNT-NO.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING DDMAND-CUSTOMER-NO.
		05  LINE 5  COLUMN 1  VALUE "ROLE (P/J/S)   : ".
		05  LINE 5  COLUMN 20
			PIC X USING DDMAND-ROLE-FLAG.
		05  LINE 6  COLUMN 1  VALUE "SIGNING (1/2/A): ".
		05  LINE 6  COLUMN 20
			PIC X USING DDMAND-SIGN-RULE.
		05  LINE 7  COLUMN 1  VALUE "STATUS (A/R)   : ".
		05  LINE 7  COLUMN 20
			PIC X USING DDMAND-STATUS-FLAG.
		05  LINE 9  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 9  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 11 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O MANDATE-FILE
		IF WS-DDMAND-STATUS NOT = "00"
			CLOSE MANDATE-FILE
			OPEN OUTPUT MANDATE-FILE
			CLOSE MANDATE-FILE
			OPEN I-O MANDATE-FILE
		END-IF
		OPEN INPUT DD-ACCOUNT-FILE
		OPEN INPUT CUSTOMER-FILE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY MANDATE-MAINT-SCREEN
			ACCEPT MANDATE-MAINT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-SAVE-MANDATE
			END-IF
		END-PERFORM
		CLOSE MANDATE-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE CUSTOMER-FILE
		STOP RUN.
      *
	1000-SAVE-MANDATE.
		PERFORM 1100-VALIDATE-ENTRY
		IF WS-VALID
			PERFORM 1200-WRITE-MANDATE
		END-IF.
      *
	1100-VALIDATE-ENTRY.
		MOVE "N" TO WS-VALID-FLAG
		EVALUATE TRUE
			WHEN DDMAND-ACCOUNT-NO = SPACES
				MOVE "ACCOUNT NO MISSING" TO WS-MSG
			WHEN NOT DDMAND-PRIMARY AND NOT DDMAND-JOINT
				AND NOT DDMAND-SIGNATORY
				MOVE "ROLE P, J OR S" TO WS-MSG
			WHEN NOT DDMAND-ANY-ONE AND NOT DDMAND-ANY-TWO
				AND NOT DDMAND-ALL
				MOVE "SIGNING 1, 2 OR A" TO WS-MSG
			WHEN NOT DDMAND-ACTIVE AND NOT DDMAND-REMOVED
				MOVE "STATUS A OR R" TO WS-MSG
			WHEN OTHER
				PERFORM 1110-CHECK-ACCOUNT
		END-EVALUATE.
      *
	1110-CHECK-ACCOUNT.
		MOVE DDMAND-ACCOUNT-NO TO DDACC-ACCOUNT-NO
		READ DD-ACCOUNT-FILE
			INVALID KEY
				MOVE "ACCOUNT NOT FOUND" TO WS-MSG
			NOT INVALID KEY
				IF DDMAND-PRIMARY AND DDMAND-CUSTOMER-NO
						NOT = DDACC-CUSTOMER-NO
					MOVE "PRIMARY NOT OWNER"
						TO WS-MSG
				ELSE
					PERFORM 1120-CHECK-CUSTOMER
				END-IF
		END-READ.
      *
	1120-CHECK-CUSTOMER.
		MOVE DDMAND-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE "CUSTOMER NOT FOUND" TO WS-MSG
			NOT INVALID KEY
				SET WS-VALID TO TRUE
		END-READ.
      *
      *  The READ refreshes the record area from the file, so the
      *  fields just typed are held across it.
	1200-WRITE-MANDATE.
		MOVE DDMAND-ROLE-FLAG TO WS-TYPED-ROLE
		MOVE DDMAND-SIGN-RULE TO WS-TYPED-RULE
		MOVE DDMAND-STATUS-FLAG TO WS-TYPED-STATUS
		READ MANDATE-FILE
			INVALID KEY
				PERFORM 1210-APPLY-TYPED-FIELDS
				WRITE MANDATE-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1210-APPLY-TYPED-FIELDS
				REWRITE MANDATE-RECORD
				MOVE "UPDATED" TO WS-MSG
		END-READ.
      *
	1210-APPLY-TYPED-FIELDS.
		MOVE WS-TYPED-ROLE TO DDMAND-ROLE-FLAG
		MOVE WS-TYPED-RULE TO DDMAND-SIGN-RULE
		MOVE WS-TYPED-STATUS TO DDMAND-STATUS-FLAG.
      *
