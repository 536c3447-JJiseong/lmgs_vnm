      *
      *  COLCMNT1.cbl
      *
      *  Title-document safe-custody screen for the vault custodian.
      *  Function L lodges a collateral item's physical title
      *  document on the custody register (COLCSTR) - or re-files
      *  one already lodged - with its document type (LU land-use
      *  right certificate, VR vehicle registration, OT other
      *  title), reference and vault location.  Function O checks
      *  the document out to a borrower such as the legal team or
      *  the notary, with the purpose and the date it is due back;
      *  function I checks it back in.  Nothing is changed here:
      *  a lodging is parked on the pending-change file (PNDCHGR via
      *  PNDCHGW1) as a COLCSTR proposal and a movement as a COLCLGR
      *  proposal, both keyed on the collateral ID under the maker's
      *  name, and takes effect only when a second user approves it
      *  through APPRMNT1 - the document never leaves or enters the
      *  vault on one person's say.
      *
      *  The collateral must be on the Collateral Register (COLLATR)
      *  with its lien not yet released.  A document that is checked
      *  out cannot be re-filed or checked out again, only a lodged
      *  document in the vault can go out, and the due-back date may
      *  not be before today's business date (SYSDTLK1).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. COLCMNT1.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COLLATERAL-FILE ASSIGN TO "COLLATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAT-COLLATERAL-ID
			FILE STATUS IS WS-COLLAT-STATUS.
		SELECT CUSTODY-FILE ASSIGN TO "COLCSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLCST-COLLATERAL-ID
			FILE STATUS IS WS-COLCST-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	FD  CUSTODY-FILE.
	01  CUSTODY-RECORD.
		COPY COLCSTR.
      *
	WORKING-STORAGE SECTION.
	01  CUSTODY-LOG-RECORD.
		COPY COLCLGR.
	01  WS-COLLAT-STATUS		PIC XX.
	01  WS-COLCST-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-FUNCTION			PIC X VALUE "L".
		88  WS-FUNC-LODGE	VALUE "L".
		88  WS-FUNC-CHECK-OUT	VALUE "O".
		88  WS-FUNC-CHECK-IN	VALUE "I".
	01  WS-COLLATERAL-ID		PIC X(12).
	01  WS-DOC-TYPE			PIC X(2).
	01  WS-DOC-REFERENCE		PIC X(20).
	01  WS-VAULT-LOCATION		PIC X(20).
	01  WS-HOLDER			PIC X(30).
	01  WS-PURPOSE			PIC X(30).
	01  WS-DUE-BACK-DATE		PIC X(8).
	01  WS-COLLAT-FOUND-FLAG	PIC X.
		88  WS-COLLAT-FOUND	VALUE "Y".
	01  WS-LODGED-FLAG		PIC X.
		88  WS-LODGED		VALUE "Y".
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
	01  CUSTODY-MAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "TITLE DOCUMENT SAFE CUSTODY".
		05  LINE 3  COLUMN 1  VALUE "FUNCTION (L/O/I): ".
		05  LINE 3  COLUMN 20
			PIC X USING WS-FUNCTION.
		05  LINE 4  COLUMN 1  VALUE "COLLATERAL ID  : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING WS-COLLATERAL-ID.
		05  LINE 5  COLUMN 1  VALUE "DOC TYPE (LU/VR/OT): ".
		05  LINE 5  COLUMN 23
			PIC X(2) USING WS-DOC-TYPE.
		05  LINE 6  COLUMN 1  VALUE "DOC REFERENCE  : ".
		05  LINE 6  COLUMN 20
			PIC X(20) USING WS-DOC-REFERENCE.
		05  LINE 7  COLUMN 1  VALUE "VAULT LOCATION : ".
		05  LINE 7  COLUMN 20
			PIC X(20) USING WS-VAULT-LOCATION.
		05  LINE 9  COLUMN 1  VALUE "BORROWED BY    : ".
		05  LINE 9  COLUMN 20
			PIC X(30) USING WS-HOLDER.
		05  LINE 10 COLUMN 1  VALUE "PURPOSE        : ".
		05  LINE 10 COLUMN 20
			PIC X(30) USING WS-PURPOSE.
		05  LINE 11 COLUMN 1  VALUE "DUE BACK DATE  : ".
		05  LINE 11 COLUMN 20
			PIC X(8) USING WS-DUE-BACK-DATE.
		05  LINE 13 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 13 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 15 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 15 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 17 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE SPACES TO WS-COLLATERAL-ID
		MOVE SPACES TO WS-DOC-TYPE
		MOVE SPACES TO WS-DOC-REFERENCE
		MOVE SPACES TO WS-VAULT-LOCATION
		MOVE SPACES TO WS-HOLDER
		MOVE SPACES TO WS-PURPOSE
		MOVE SPACES TO WS-DUE-BACK-DATE
		PERFORM UNTIL WS-DONE
			DISPLAY CUSTODY-MAINT-SCREEN
			ACCEPT CUSTODY-MAINT-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-PROCESS-FUNCTION
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-PROCESS-FUNCTION.
		PERFORM 1100-READ-COLLATERAL
		PERFORM 1200-READ-CUSTODY
		EVALUATE TRUE
			WHEN NOT WS-FUNC-LODGE AND NOT WS-FUNC-CHECK-OUT
					AND NOT WS-FUNC-CHECK-IN
				MOVE "FUNCTION L/O/I" TO WS-MSG
			WHEN NOT WS-COLLAT-FOUND
				MOVE "COLLATERAL NOT FOUND" TO WS-MSG
			WHEN COLLAT-LIEN-RELEASED
				MOVE "COLLATERAL RELEASED" TO WS-MSG
			WHEN WS-FUNC-LODGE
				PERFORM 2000-VALIDATE-LODGE
			WHEN NOT WS-LODGED
				MOVE "DOCUMENT NOT LODGED" TO WS-MSG
			WHEN WS-FUNC-CHECK-OUT
				PERFORM 3000-VALIDATE-CHECK-OUT
			WHEN OTHER
				PERFORM 4000-VALIDATE-CHECK-IN
		END-EVALUATE.
      *
	1100-READ-COLLATERAL.
		MOVE "N" TO WS-COLLAT-FOUND-FLAG
		OPEN INPUT COLLATERAL-FILE
		IF WS-COLLAT-STATUS = "00"
			MOVE WS-COLLATERAL-ID TO COLLAT-COLLATERAL-ID
			READ COLLATERAL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-COLLAT-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE COLLATERAL-FILE.
      *
	1200-READ-CUSTODY.
		MOVE "N" TO WS-LODGED-FLAG
		OPEN INPUT CUSTODY-FILE
		IF WS-COLCST-STATUS = "00"
			MOVE WS-COLLATERAL-ID TO COLCST-COLLATERAL-ID
			READ CUSTODY-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-LODGED TO TRUE
			END-READ
		END-IF
		CLOSE CUSTODY-FILE.
      *
	2000-VALIDATE-LODGE.
		MOVE WS-DOC-TYPE TO COLCST-DOC-TYPE
		EVALUATE TRUE
			WHEN NOT COLCST-DOC-TYPE-VALID
				MOVE "DOC TYPE LU/VR/OT" TO WS-MSG
			WHEN WS-DOC-REFERENCE = SPACES
				MOVE "REFERENCE NEEDED" TO WS-MSG
			WHEN WS-VAULT-LOCATION = SPACES
				MOVE "LOCATION NEEDED" TO WS-MSG
			WHEN WS-LODGED AND COLCST-CHECKED-OUT
				MOVE "DOCUMENT CHECKED OUT" TO WS-MSG
			WHEN OTHER
				PERFORM 2100-PROPOSE-LODGE
		END-EVALUATE.
      *
      *  A new lodging is proposed in the vault as of today; on a
      *  re-filing APPRMNT1 takes only the type, reference and
      *  location and keeps the row's custody history.
	2100-PROPOSE-LODGE.
		MOVE SPACES TO CUSTODY-RECORD
		MOVE WS-COLLATERAL-ID TO COLCST-COLLATERAL-ID
		MOVE WS-DOC-TYPE TO COLCST-DOC-TYPE
		MOVE WS-DOC-REFERENCE TO COLCST-DOC-REFERENCE
		MOVE WS-VAULT-LOCATION TO COLCST-VAULT-LOCATION
		MOVE WS-BUSINESS-DATE TO COLCST-LODGED-DATE
		SET COLCST-IN-VAULT TO TRUE
		MOVE ZERO TO COLCST-LAST-SEQ
		MOVE "COLCSTR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE CUSTODY-RECORD TO WS-PNDCHG-IMAGE
		PERFORM 5000-PARK-PROPOSAL.
      *
	3000-VALIDATE-CHECK-OUT.
		EVALUATE TRUE
			WHEN NOT COLCST-IN-VAULT
				MOVE "NOT IN VAULT" TO WS-MSG
			WHEN WS-HOLDER = SPACES
				MOVE "BORROWER NEEDED" TO WS-MSG
			WHEN WS-PURPOSE = SPACES
				MOVE "PURPOSE NEEDED" TO WS-MSG
			WHEN WS-DUE-BACK-DATE NOT NUMERIC
				MOVE "DUE BACK DATE BAD" TO WS-MSG
			WHEN WS-DUE-BACK-DATE < WS-BUSINESS-DATE
				MOVE "DUE BACK IN PAST" TO WS-MSG
			WHEN OTHER
				MOVE SPACES TO CUSTODY-LOG-RECORD
				SET COLCLG-CHECK-OUT TO TRUE
				MOVE WS-HOLDER TO COLCLG-HOLDER
				MOVE WS-PURPOSE TO COLCLG-PURPOSE
				MOVE WS-DUE-BACK-DATE
					TO COLCLG-DUE-BACK-DATE
				PERFORM 4100-PROPOSE-MOVEMENT
		END-EVALUATE.
      *
      *  The check-in names the borrower the document went out to.
	4000-VALIDATE-CHECK-IN.
		IF NOT COLCST-CHECKED-OUT
			MOVE "NOT CHECKED OUT" TO WS-MSG
		ELSE
			MOVE SPACES TO CUSTODY-LOG-RECORD
			SET COLCLG-CHECK-IN TO TRUE
			MOVE COLCST-HOLDER TO COLCLG-HOLDER
			MOVE COLCST-PURPOSE TO COLCLG-PURPOSE
			MOVE COLCST-DUE-BACK-DATE
				TO COLCLG-DUE-BACK-DATE
			PERFORM 4100-PROPOSE-MOVEMENT
		END-IF.
      *
	4100-PROPOSE-MOVEMENT.
		MOVE WS-COLLATERAL-ID TO COLCLG-COLLATERAL-ID
		MOVE ZERO TO COLCLG-SEQ-NO
		MOVE WS-MAKER-NAME TO COLCLG-MAKER
		MOVE "COLCLGR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE CUSTODY-LOG-RECORD TO WS-PNDCHG-IMAGE
		PERFORM 5000-PARK-PROPOSAL.
      *
	5000-PARK-PROPOSAL.
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE WS-COLLATERAL-ID TO WS-PNDCHG-KEY-VALUE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
