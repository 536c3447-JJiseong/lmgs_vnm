      *
      *  DOCRQMT1.cbl
      *
      *  Product-desk maintenance screen for the loan document
      *  requirement table (DOCREQR, keyed on product code plus
      *  document code), mirroring LNPDMNT1's screen pattern.  Lets
      *  the product desk say, once per product, which papers an
      *  application must carry - the payslip, the title deed, the
      *  ID copy - and which of them are mandatory, so DOCCHK1 can
      *  build each application's checklist and hold approval,
      *  funding and disbursement until the mandatory ones are in.
      *  Product and document code must be keyed, mandatory is Y or
      *  N and the status A (asked for) or I (kept for the record
      *  only).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DOCRQMT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DOC-REQ-FILE ASSIGN TO "DOCREQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DOCREQ-KEY
			FILE STATUS IS WS-DOCREQ-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  DOC-REQ-FILE.
	01  DOC-REQ-RECORD.
		COPY DOCREQR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DOCREQ-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-DOC-REQ-IMAGE		PIC X(42).
      *
	SCREEN SECTION.
	01  DOC-REQ-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "LOAN DOCUMENT REQUIREMENT MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "PRODUCT CODE   : ".
		05  LINE 3  COLUMN 20
			PIC X(4) USING DOCREQ-PRODUCT-CODE.
		05  LINE 4  COLUMN 1  VALUE "DOCUMENT CODE  : ".
		05  LINE 4  COLUMN 20
			PIC X(6) USING DOCREQ-DOC-CODE.
		05  LINE 5  COLUMN 1  VALUE "DESCRIPTION    : ".
		05  LINE 5  COLUMN 20
			PIC X(30) USING DOCREQ-DESCRIPTION.
		05  LINE 6  COLUMN 1  VALUE "MANDATORY (Y/N): ".
		05  LINE 6  COLUMN 20
			PIC X USING DOCREQ-MANDATORY-FLAG.
		05  LINE 7  COLUMN 1  VALUE "STATUS (A/I)   : ".
		05  LINE 7  COLUMN 20
			PIC X USING DOCREQ-STATUS-FLAG.
		05  LINE 9  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 9  COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 11 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O DOC-REQ-FILE
		IF WS-DOCREQ-STATUS NOT = "00"
			CLOSE DOC-REQ-FILE
			OPEN OUTPUT DOC-REQ-FILE
			CLOSE DOC-REQ-FILE
			OPEN I-O DOC-REQ-FILE
		END-IF
		MOVE "Y" TO DOCREQ-MANDATORY-FLAG
		MOVE "A" TO DOCREQ-STATUS-FLAG
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY DOC-REQ-SCREEN
			ACCEPT DOC-REQ-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-REQUIREMENT
			END-IF
		END-PERFORM
		CLOSE DOC-REQ-FILE
		STOP RUN.
      *
	1000-VALIDATE-REQUIREMENT.
		EVALUATE TRUE
			WHEN DOCREQ-PRODUCT-CODE = SPACES
				OR DOCREQ-DOC-CODE = SPACES
				MOVE "PRODUCT/DOC NEEDED" TO WS-MSG
			WHEN NOT DOCREQ-MANDATORY
				AND NOT DOCREQ-OPTIONAL
				MOVE "MANDATORY NOT Y/N" TO WS-MSG
			WHEN NOT DOCREQ-ACTIVE AND NOT DOCREQ-INACTIVE
				MOVE "STATUS MUST BE A/I" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-SAVE-REQUIREMENT
		END-EVALUATE.
      *
	1500-SAVE-REQUIREMENT.
		MOVE DOC-REQ-RECORD TO WS-DOC-REQ-IMAGE
		READ DOC-REQ-FILE
			INVALID KEY
				MOVE WS-DOC-REQ-IMAGE TO DOC-REQ-RECORD
				WRITE DOC-REQ-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				MOVE WS-DOC-REQ-IMAGE TO DOC-REQ-RECORD
				REWRITE DOC-REQ-RECORD
				MOVE "UPDATED" TO WS-MSG
		END-READ.
      *
