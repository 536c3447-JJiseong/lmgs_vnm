      *
      *  DOCCHK1.cbl
      *
      *  Loan application document check.  CALLed subprogram on the
      *  SODCHK1 shape, shared by every point that must not let an
      *  application past with paperwork missing: LNAPPS01 before
      *  an approval or funding, LNVAL001 before a disbursement,
      *  LNAPPMT1 to build the checklist it shows, and PIPEBAT1 to
      *  split the pipeline into waiting-on-documents and
      *  waiting-on-credit.  Walks the active requirement rows
      *  (DOCREQR) for LS-PRODUCT-CODE and looks each one up on the
      *  application's checklist (LNDOCR):
      *
      *   - LS-CHECK-MODE "S" (seed) writes an outstanding checklist
      *     row for any requirement the application does not have
      *     yet, and refreshes the description and mandatory flag
      *     of a row still outstanding from the requirement as it
      *     stands today;
      *   - LS-CHECK-MODE "C" (count) only reads, so a report or a
      *     validation edit never writes - a requirement with no
      *     checklist row simply counts as not yet received.
      *
      *  LS-OUTSTANDING-COUNT comes back with the number of
      *  mandatory documents neither received nor waived, and
      *  LS-FIRST-DOC-CODE with the first of them for the caller's
      *  message.  A product with no requirement rows, or a site
      *  with no requirement file, has nothing outstanding - the
      *  same missing-file posture as the other optional lookups.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DOCCHK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT DOC-REQ-FILE ASSIGN TO "DOCREQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DOCREQ-KEY
			FILE STATUS IS WS-DOCREQ-STATUS.
		SELECT LOAN-DOC-FILE ASSIGN TO "LNDOCR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNDOC-KEY
			FILE STATUS IS WS-LNDOC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  DOC-REQ-FILE.
	01  DOC-REQ-RECORD.
		COPY DOCREQR.
	FD  LOAN-DOC-FILE.
	01  LOAN-DOC-RECORD.
		COPY LNDOCR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DOCREQ-STATUS		PIC XX.
	01  WS-LNDOC-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-LNDOC-OPEN-FLAG		PIC X.
		88  WS-LNDOC-OPEN	VALUE "Y".
	01  WS-DOC-FOUND-FLAG		PIC X.
		88  WS-DOC-FOUND	VALUE "Y".
      *
	LINKAGE SECTION.
	01  LS-CHECK-MODE		PIC X.
		88  LS-SEED		VALUE "S".
		88  LS-COUNT-ONLY	VALUE "C".
	01  LS-APPLICATION-NO		PIC X(12).
	01  LS-PRODUCT-CODE		PIC X(4).
	01  LS-OUTSTANDING-COUNT	PIC S9(4) COMP-5.
	01  LS-FIRST-DOC-CODE		PIC X(6).
      *
	PROCEDURE DIVISION USING LS-CHECK-MODE LS-APPLICATION-NO
			LS-PRODUCT-CODE LS-OUTSTANDING-COUNT
			LS-FIRST-DOC-CODE.
	0000-MAIN.
		MOVE ZERO TO LS-OUTSTANDING-COUNT
		MOVE SPACES TO LS-FIRST-DOC-CODE
		IF LS-PRODUCT-CODE = SPACES
			EXIT PROGRAM
		END-IF
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DOC-REQ-FILE
		IF WS-DOCREQ-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE LS-PRODUCT-CODE TO DOCREQ-PRODUCT-CODE
			MOVE LOW-VALUES TO DOCREQ-DOC-CODE
			START DOC-REQ-FILE KEY >= DOCREQ-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		IF NOT WS-EOF
			PERFORM 1000-OPEN-CHECKLIST
			PERFORM 2000-READ-REQUIREMENT UNTIL WS-EOF
			IF WS-LNDOC-OPEN
				CLOSE LOAN-DOC-FILE
			END-IF
		END-IF
		CLOSE DOC-REQ-FILE
		EXIT PROGRAM.
      *
      *  Seeding needs the checklist open for update and creates it
      *  on first use; a count only reads it, and no file at all
      *  just means no document has been received yet.
	1000-OPEN-CHECKLIST.
		MOVE "N" TO WS-LNDOC-OPEN-FLAG
		IF LS-SEED
			OPEN I-O LOAN-DOC-FILE
			IF WS-LNDOC-STATUS NOT = "00"
				CLOSE LOAN-DOC-FILE
				OPEN OUTPUT LOAN-DOC-FILE
				CLOSE LOAN-DOC-FILE
				OPEN I-O LOAN-DOC-FILE
			END-IF
		ELSE
			OPEN INPUT LOAN-DOC-FILE
		END-IF
		IF WS-LNDOC-STATUS = "00"
			SET WS-LNDOC-OPEN TO TRUE
		END-IF.
      *
	2000-READ-REQUIREMENT.
		READ DOC-REQ-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DOCREQ-PRODUCT-CODE
						NOT = LS-PRODUCT-CODE
					SET WS-EOF TO TRUE
				END-IF
				IF NOT WS-EOF AND DOCREQ-ACTIVE
					PERFORM 2100-CHECK-DOCUMENT
				END-IF
		END-READ.
      *
	2100-CHECK-DOCUMENT.
		MOVE "N" TO WS-DOC-FOUND-FLAG
		IF WS-LNDOC-OPEN
			MOVE LS-APPLICATION-NO TO LNDOC-APPLICATION-NO
			MOVE DOCREQ-DOC-CODE TO LNDOC-DOC-CODE
			READ LOAN-DOC-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-DOC-FOUND TO TRUE
			END-READ
		END-IF
		IF WS-DOC-FOUND
			IF LS-SEED AND LNDOC-OUTSTANDING
				PERFORM 2300-REFRESH-DOCUMENT
			END-IF
		ELSE
			IF LS-SEED AND WS-LNDOC-OPEN
				PERFORM 2200-SEED-DOCUMENT
			END-IF
			SET LNDOC-OUTSTANDING TO TRUE
		END-IF
		IF DOCREQ-MANDATORY AND LNDOC-OUTSTANDING
			ADD 1 TO LS-OUTSTANDING-COUNT
			IF LS-FIRST-DOC-CODE = SPACES
				MOVE DOCREQ-DOC-CODE
					TO LS-FIRST-DOC-CODE
			END-IF
		END-IF.
      *
	2200-SEED-DOCUMENT.
		MOVE SPACES TO LOAN-DOC-RECORD
		MOVE LS-APPLICATION-NO TO LNDOC-APPLICATION-NO
		MOVE DOCREQ-DOC-CODE TO LNDOC-DOC-CODE
		MOVE DOCREQ-DESCRIPTION TO LNDOC-DESCRIPTION
		MOVE DOCREQ-MANDATORY-FLAG TO LNDOC-MANDATORY-FLAG
		SET LNDOC-OUTSTANDING TO TRUE
		WRITE LOAN-DOC-RECORD.
      *
	2300-REFRESH-DOCUMENT.
		MOVE DOCREQ-DESCRIPTION TO LNDOC-DESCRIPTION
		MOVE DOCREQ-MANDATORY-FLAG TO LNDOC-MANDATORY-FLAG
		REWRITE LOAN-DOC-RECORD.
      *
