      *
      *  RELOFBT1.cbl
      *
      *  Relationship-officer bulk reassignment batch.  Carries out
      *  every approved bulk reassignment (RELOFBR, keyed at
      *  RELOFMT1 and approved through APPRMNT1) whose effective
      *  date has come: each customer whose relationship the
      *  departing officer owns on the effective date - the latest
      *  RELOFR assignment on or before that date names them - gets
      *  a new RELOFR row from the effective date naming the
      *  receiving officer, carrying the request's reason and
      *  approver and marked bulk.  The request is then marked
      *  applied with the number of customers moved.
      *
      *  A customer who already has an assignment dated exactly the
      *  effective date has been placed individually that day and
      *  is left alone.  The customers are listed on a work file
      *  (RELOFWRK) before any row is written, so the assignment
      *  file is never written while it is being read.
      *
      *  Report RELOFBT1.OUT lists each request and the customers
      *  it moved.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RELOFBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OFFICER-BULK-FILE ASSIGN TO "RELOFBR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELOFB-KEY
			FILE STATUS IS WS-RELOFB-STATUS.
		SELECT OFFICER-ASSIGN-FILE ASSIGN TO "RELOFR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELOF-KEY
			FILE STATUS IS WS-RELOF-STATUS.
		SELECT WORK-FILE ASSIGN TO "RELOFWRK"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WORK-STATUS.
		SELECT RPT-FILE ASSIGN TO "RELOFBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  OFFICER-BULK-FILE.
	01  OFFICER-BULK-RECORD.
		COPY RELOFBR.
	FD  OFFICER-ASSIGN-FILE.
	01  OFFICER-ASSIGN-RECORD.
		COPY RELOFR.
	FD  WORK-FILE.
	01  WORK-RECORD.
		05  WRK-CUSTOMER-NO	PIC X(12).
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-RELOFB-STATUS		PIC XX.
	01  WS-RELOF-STATUS		PIC XX.
	01  WS-WORK-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PREV-CUSTOMER		PIC X(12).
	01  WS-PREV-OFFICER		PIC X(30).
	01  WS-EXACT-FLAG		PIC X.
		88  WS-EXACT-DATE-HELD	VALUE "Y".
	01  WS-MOVED-COUNT		PIC S9(7) COMP-3.
	01  WS-REQUEST-COUNT		PIC 9(7) VALUE 0.
	01  WS-TOTAL-MOVED		PIC 9(7) VALUE 0.
	01  WS-REQUEST-LINE.
		05  FILLER		PIC X(16)
			VALUE "REASSIGN FROM ".
		05  REQ-FROM		PIC X(30).
		05  FILLER		PIC X(4) VALUE " TO ".
		05  REQ-TO		PIC X(30).
		05  FILLER		PIC X(11)
			VALUE " EFFECTIVE ".
		05  REQ-DATE		PIC X(8).
	01  WS-DETAIL-LINE.
		05  FILLER		PIC X(4) VALUE SPACES.
		05  DTL-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "RELOFBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "RELATIONSHIP OFFICER BULK REASSIGNMENT"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			OPEN I-O OFFICER-BULK-FILE
			IF WS-RELOFB-STATUS = "00"
				PERFORM 1000-READ-REQUEST
				PERFORM 2000-PROCESS-REQUEST
					UNTIL WS-EOF
			END-IF
			CLOSE OFFICER-BULK-FILE
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-READ-REQUEST.
		READ OFFICER-BULK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-PROCESS-REQUEST.
		IF RELOFB-PENDING
			AND RELOFB-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
			PERFORM 2100-APPLY-REQUEST
		END-IF
		PERFORM 1000-READ-REQUEST.
      *
	2100-APPLY-REQUEST.
		ADD 1 TO WS-REQUEST-COUNT
		MOVE ZERO TO WS-MOVED-COUNT
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE RELOFB-FROM-OFFICER TO REQ-FROM
		MOVE RELOFB-TO-OFFICER TO REQ-TO
		MOVE RELOFB-EFFECTIVE-DATE TO REQ-DATE
		MOVE WS-REQUEST-LINE TO RPT-LINE
		WRITE RPT-LINE
		OPEN OUTPUT WORK-FILE
		PERFORM 3000-LIST-CUSTOMERS
		CLOSE WORK-FILE
		PERFORM 4000-WRITE-ASSIGNMENTS
		SET RELOFB-APPLIED TO TRUE
		MOVE WS-BUSINESS-DATE TO RELOFB-APPLIED-DATE
		MOVE WS-MOVED-COUNT TO RELOFB-CUSTOMER-COUNT
		REWRITE OFFICER-BULK-RECORD
		ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED.
      *
      *  The assignment file reads customer by customer in
      *  effective-date order; at each customer break the latest
      *  officer on or before the effective date decides.
	3000-LIST-CUSTOMERS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE SPACES TO WS-PREV-CUSTOMER
		MOVE SPACES TO WS-PREV-OFFICER
		MOVE "N" TO WS-EXACT-FLAG
		OPEN INPUT OFFICER-ASSIGN-FILE
		IF WS-RELOF-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-ASSIGNMENT UNTIL WS-SCAN-EOF
		CLOSE OFFICER-ASSIGN-FILE
		PERFORM 3300-CHECK-CUSTOMER.
      *
	3100-READ-ASSIGNMENT.
		READ OFFICER-ASSIGN-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 3200-CHECK-ROW
		END-READ.
      *
	3200-CHECK-ROW.
		IF RELOF-CUSTOMER-NO NOT = WS-PREV-CUSTOMER
			PERFORM 3300-CHECK-CUSTOMER
			MOVE RELOF-CUSTOMER-NO TO WS-PREV-CUSTOMER
			MOVE SPACES TO WS-PREV-OFFICER
			MOVE "N" TO WS-EXACT-FLAG
		END-IF
		IF RELOF-EFFECTIVE-DATE NOT > RELOFB-EFFECTIVE-DATE
			MOVE RELOF-OFFICER TO WS-PREV-OFFICER
		END-IF
		IF RELOF-EFFECTIVE-DATE = RELOFB-EFFECTIVE-DATE
			SET WS-EXACT-DATE-HELD TO TRUE
		END-IF.
      *
	3300-CHECK-CUSTOMER.
		IF WS-PREV-CUSTOMER NOT = SPACES
			AND WS-PREV-OFFICER = RELOFB-FROM-OFFICER
			MOVE WS-PREV-CUSTOMER TO DTL-CUSTOMER-NO
			IF WS-EXACT-DATE-HELD
				MOVE "PLACED SAME DAY" TO DTL-RESULT
				MOVE WS-DETAIL-LINE TO RPT-LINE
				WRITE RPT-LINE
			ELSE
				MOVE WS-PREV-CUSTOMER TO WRK-CUSTOMER-NO
				WRITE WORK-RECORD
			END-IF
		END-IF.
      *
	4000-WRITE-ASSIGNMENTS.
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT WORK-FILE
		OPEN I-O OFFICER-ASSIGN-FILE
		IF WS-RELOF-STATUS NOT = "00"
			SET WS-SCAN-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-WORK UNTIL WS-SCAN-EOF
		CLOSE OFFICER-ASSIGN-FILE
		CLOSE WORK-FILE.
      *
	4100-READ-WORK.
		READ WORK-FILE
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 4200-WRITE-ASSIGNMENT
		END-READ.
      *
	4200-WRITE-ASSIGNMENT.
		MOVE SPACES TO OFFICER-ASSIGN-RECORD
		MOVE WRK-CUSTOMER-NO TO RELOF-CUSTOMER-NO
		MOVE RELOFB-EFFECTIVE-DATE TO RELOF-EFFECTIVE-DATE
		MOVE RELOFB-TO-OFFICER TO RELOF-OFFICER
		MOVE RELOFB-REASON TO RELOF-REASON
		SET RELOF-BULK TO TRUE
		MOVE RELOFB-APPROVED-BY TO RELOF-APPROVED-BY
		MOVE WRK-CUSTOMER-NO TO DTL-CUSTOMER-NO
		WRITE OFFICER-ASSIGN-RECORD
			INVALID KEY
				MOVE "NOT WRITTEN" TO DTL-RESULT
			NOT INVALID KEY
				ADD 1 TO WS-MOVED-COUNT
				MOVE "REASSIGNED" TO DTL-RESULT
		END-WRITE
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "REQUESTS APPLIED:" TO CNT-TEXT
		MOVE WS-REQUEST-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CUSTOMERS REASSIGNED:" TO CNT-TEXT
		MOVE WS-TOTAL-MOVED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
