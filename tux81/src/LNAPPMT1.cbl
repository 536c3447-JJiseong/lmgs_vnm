      *  application straight into "pending" status at the counter,
      *  instead of re-keying a paper form later, mirroring
      *  CUSTMNT1.cbl's screen pattern.
      *
      *  The lower half of the screen is the application's document
      *  checklist (LNDOCR), built by DOCCHK1 from the requirement
      *  table for the application's product (DOCREQR) and shown
      *  after every save.  Keying a document code with action R
      *  marks the paper received under the user who took it in, O
      *  puts it back to outstanding, and W proposes a waiver: the
      *  waiver is parked on the pending-change file (PNDCHGR via
      *  PNDCHGW1, target LNDOCR) under the keyed user as maker with
      *  the reason, and only takes effect once a second user
      *  approves it through APPRMNT1.  Approval, funding and
      *  disbursement all refuse while a mandatory document is
      *  still outstanding.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. LNAPPMT1.
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT LOAN-DOC-FILE ASSIGN TO "LNDOCR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNDOC-KEY
			FILE STATUS IS WS-LNDOC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-APP-FILE.
	01  LOAN-APP-RECORD.
		COPY LNAPPR.
	FD  LOAN-DOC-FILE.
	01  LOAN-DOC-RECORD.
		COPY LNDOCR.
      *
	WORKING-STORAGE SECTION.
	01  WS-LNAPP-STATUS		PIC XX.
	01  WS-LNDOC-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-DOC-CODE			PIC X(6).
	01  WS-DOC-ACTION		PIC X.
		88  WS-DOC-RECEIVE	VALUE "R".
		88  WS-DOC-WAIVE	VALUE "W".
		88  WS-DOC-REOPEN	VALUE "O".
	01  WS-DOC-USER			PIC X(30).
	01  WS-DOC-REASON		PIC X(30).
	01  WS-DOCCHK-MODE		PIC X VALUE "S".
	01  WS-DOC-OUTSTANDING		PIC S9(4) COMP-5.
	01  WS-DOC-FIRST-CODE		PIC X(6).
	01  WS-OUTSTANDING-DISP		PIC ZZZ9.
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-CHK-IDX			PIC S9(4) COMP-5.
	01  WS-CHK-TABLE.
		05  WS-CHK-LINE-1	PIC X(60).
		05  WS-CHK-LINE-2	PIC X(60).
		05  WS-CHK-LINE-3	PIC X(60).
		05  WS-CHK-LINE-4	PIC X(60).
		05  WS-CHK-LINE-5	PIC X(60).
		05  WS-CHK-LINE-6	PIC X(60).
	01  WS-CHK-ROWS REDEFINES WS-CHK-TABLE.
		05  WS-CHK-LINE		PIC X(60) OCCURS 6 TIMES.
	01  WS-CHK-DETAIL.
		05  CHK-DOC-CODE	PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CHK-DESCRIPTION	PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CHK-MANDATORY	PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  CHK-STATUS		PIC X(11).
      *
	SCREEN SECTION.
	01  LNAPP-MAINT-SCREEN.
		05  LINE 7  COLUMN 1  VALUE "PURPOSE        : ".
		05  LINE 7  COLUMN 20
			PIC X(40) USING LNAPP-PURPOSE-TEXT.
		05  LINE 8  COLUMN 1  VALUE "PRODUCT CODE   : ".
		05  LINE 8  COLUMN 20
			PIC X(4) USING LNAPP-PRODUCT-CODE.
		05  LINE 10 COLUMN 1  VALUE "DOCUMENT CODE  : ".
		05  LINE 10 COLUMN 20
			PIC X(6) USING WS-DOC-CODE.
		05  LINE 10 COLUMN 30 VALUE "ACTION (R/W/O) : ".
		05  LINE 10 COLUMN 48
			PIC X USING WS-DOC-ACTION.
		05  LINE 11 COLUMN 1  VALUE "USER           : ".
		05  LINE 11 COLUMN 20
			PIC X(30) USING WS-DOC-USER.
		05  LINE 12 COLUMN 1  VALUE "WAIVE REASON   : ".
		05  LINE 12 COLUMN 20
			PIC X(30) USING WS-DOC-REASON.
		05  LINE 14 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 14 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 16 COLUMN 1
			PIC X(20) FROM WS-MSG.
		05  LINE 17 COLUMN 1
			VALUE "MANDATORY DOCUMENTS OUTSTANDING: ".
		05  LINE 17 COLUMN 35
			PIC ZZZ9 FROM WS-OUTSTANDING-DISP.
		05  LINE 18 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-1.
		05  LINE 19 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-2.
		05  LINE 20 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-3.
		05  LINE 21 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-4.
		05  LINE 22 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-5.
		05  LINE 23 COLUMN 1
			PIC X(60) FROM WS-CHK-LINE-6.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O LOAN-APP-FILE
		MOVE SPACES TO WS-CHK-TABLE
		MOVE ZERO TO WS-OUTSTANDING-DISP
		PERFORM UNTIL WS-DONE
			DISPLAY LNAPP-MAINT-SCREEN
			MOVE SPACES TO WS-MSG
			ACCEPT LNAPP-MAINT-SCREEN
			IF NOT WS-DONE
				IF WS-DOC-CODE = SPACES
					PERFORM 1000-SAVE-APPLICATION
				ELSE
					PERFORM 2000-UPDATE-DOCUMENT
				END-IF
				PERFORM 3000-LOAD-CHECKLIST
			END-IF
		END-PERFORM
		CLOSE LOAN-APP-FILE
				MOVE "UPDATED" TO WS-MSG
		END-READ.
      *
      *
      *  A document action works on the application as filed, so
      *  the register row is re-read first and the checklist seeded
      *  before the document is looked up.
	2000-UPDATE-DOCUMENT.
		READ LOAN-APP-FILE
			INVALID KEY
				MOVE "NO SUCH APPLICATION" TO WS-MSG
			NOT INVALID KEY
				PERFORM 2100-APPLY-DOCUMENT-ACTION
		END-READ
		MOVE SPACES TO WS-DOC-CODE
		MOVE SPACES TO WS-DOC-ACTION
		MOVE SPACES TO WS-DOC-REASON.
      *
	2100-APPLY-DOCUMENT-ACTION.
		MOVE "S" TO WS-DOCCHK-MODE
		CALL "DOCCHK1" USING WS-DOCCHK-MODE
			LNAPP-APPLICATION-NO LNAPP-PRODUCT-CODE
			WS-DOC-OUTSTANDING WS-DOC-FIRST-CODE
		OPEN I-O LOAN-DOC-FILE
		IF WS-LNDOC-STATUS NOT = "00"
			MOVE "DOC NOT REQUIRED" TO WS-MSG
		ELSE
			MOVE LNAPP-APPLICATION-NO
				TO LNDOC-APPLICATION-NO
			MOVE WS-DOC-CODE TO LNDOC-DOC-CODE
			READ LOAN-DOC-FILE
				INVALID KEY
					MOVE "DOC NOT REQUIRED"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 2200-EDIT-DOC-ACTION
			END-READ
		END-IF
		CLOSE LOAN-DOC-FILE.
      *
	2200-EDIT-DOC-ACTION.
		EVALUATE TRUE
			WHEN NOT WS-DOC-RECEIVE AND NOT WS-DOC-WAIVE
				AND NOT WS-DOC-REOPEN
				MOVE "ACTION MUST BE R/W/O" TO WS-MSG
			WHEN WS-DOC-USER = SPACES
				MOVE "USER NEEDED" TO WS-MSG
			WHEN WS-DOC-WAIVE AND WS-DOC-REASON = SPACES
				MOVE "WAIVE REASON NEEDED" TO WS-MSG
			WHEN WS-DOC-WAIVE AND NOT LNDOC-OUTSTANDING
				MOVE "DOC NOT OUTSTANDING" TO WS-MSG
			WHEN WS-DOC-WAIVE
				PERFORM 2400-PROPOSE-WAIVER
			WHEN OTHER
				PERFORM 2300-STAMP-DOCUMENT
		END-EVALUATE.
      *
      *  Received is stamped with the date and the user who took the
      *  paper in; putting a document back to outstanding clears
      *  both that stamp and any waiver it carried.
	2300-STAMP-DOCUMENT.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		IF WS-DOC-RECEIVE
			SET LNDOC-RECEIVED TO TRUE
			MOVE WS-NOW (1:8) TO LNDOC-RECEIVED-DATE
			MOVE WS-DOC-USER TO LNDOC-RECEIVED-BY
			MOVE "RECEIVED" TO WS-MSG
		ELSE
			SET LNDOC-OUTSTANDING TO TRUE
			MOVE SPACES TO LNDOC-RECEIVED-DATE
			MOVE SPACES TO LNDOC-RECEIVED-BY
			MOVE SPACES TO LNDOC-WAIVE-MAKER
			MOVE SPACES TO LNDOC-WAIVE-REASON
			MOVE SPACES TO LNDOC-WAIVE-APPROVER
			MOVE SPACES TO LNDOC-WAIVE-DATE
			MOVE "OUTSTANDING" TO WS-MSG
		END-IF
		REWRITE LOAN-DOC-RECORD.
      *
	2400-PROPOSE-WAIVER.
		SET LNDOC-WAIVED TO TRUE
		MOVE WS-DOC-USER TO LNDOC-WAIVE-MAKER
		MOVE WS-DOC-REASON TO LNDOC-WAIVE-REASON
		MOVE SPACES TO LNDOC-WAIVE-APPROVER
		MOVE SPACES TO LNDOC-WAIVE-DATE
		MOVE "LNDOCR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE LNDOC-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE LOAN-DOC-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-DOC-USER WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
      *  The checklist shown under the application: the first six
      *  documents on file, with the count of mandatory ones still
      *  outstanding from DOCCHK1.
	3000-LOAD-CHECKLIST.
		MOVE SPACES TO WS-CHK-TABLE
		MOVE ZERO TO WS-DOC-OUTSTANDING
		IF LNAPP-APPLICATION-NO NOT = SPACES
			MOVE "S" TO WS-DOCCHK-MODE
			CALL "DOCCHK1" USING WS-DOCCHK-MODE
				LNAPP-APPLICATION-NO LNAPP-PRODUCT-CODE
				WS-DOC-OUTSTANDING WS-DOC-FIRST-CODE
			PERFORM 3100-LIST-DOCUMENTS
		END-IF
		MOVE WS-DOC-OUTSTANDING TO WS-OUTSTANDING-DISP.
      *
	3100-LIST-DOCUMENTS.
		MOVE ZERO TO WS-CHK-IDX
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-DOC-FILE
		IF WS-LNDOC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE LNAPP-APPLICATION-NO
				TO LNDOC-APPLICATION-NO
			MOVE LOW-VALUES TO LNDOC-DOC-CODE
			START LOAN-DOC-FILE KEY >= LNDOC-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 3200-READ-DOCUMENT
			UNTIL WS-EOF OR WS-CHK-IDX = 6
		CLOSE LOAN-DOC-FILE.
      *
	3200-READ-DOCUMENT.
		READ LOAN-DOC-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LNDOC-APPLICATION-NO NOT =
						LNAPP-APPLICATION-NO
					SET WS-EOF TO TRUE
				END-IF
		END-READ
		IF NOT WS-EOF
			PERFORM 3300-FORMAT-DOCUMENT
		END-IF.
      *
	3300-FORMAT-DOCUMENT.
		ADD 1 TO WS-CHK-IDX
		MOVE LNDOC-DOC-CODE TO CHK-DOC-CODE
		MOVE LNDOC-DESCRIPTION TO CHK-DESCRIPTION
		IF LNDOC-MANDATORY
			MOVE "MAND" TO CHK-MANDATORY
		ELSE
			MOVE "OPT" TO CHK-MANDATORY
		END-IF
		EVALUATE TRUE
			WHEN LNDOC-RECEIVED
				MOVE "RECEIVED" TO CHK-STATUS
			WHEN LNDOC-WAIVED
				MOVE "WAIVED" TO CHK-STATUS
			WHEN OTHER
				MOVE "OUTSTANDING" TO CHK-STATUS
		END-EVALUATE
		MOVE WS-CHK-DETAIL TO WS-CHK-LINE (WS-CHK-IDX).
      *
