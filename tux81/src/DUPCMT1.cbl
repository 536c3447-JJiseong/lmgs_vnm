      *
      *  DUPCMT1.cbl
      *
      *  Duplicate-customer review screen, mirroring MORMNT1's
      *  screen pattern, over the review queue the nightly match
      *  (DUPCBT1) fills (DUPCANR).  Functions:
      *
      *    N  next - brings up the next PENDING pair after the one
      *       on the screen (blank customer numbers start from the
      *       top), with its score and reasons;
      *    D  dismiss - not the same person; the pair is closed
      *       DISMISSED and the nightly match never raises it
      *       again;
      *    M  merge - the pair goes straight to the merge service
      *       CUSTMRG1 through RETRYQ01, the customer named by
      *       SURVIVOR (1 or 2) surviving and the other retired
      *       into it; on success the pair is closed MERGED, on a
      *       refusal the screen shows the service's APPL-CODE and
      *       the pair stays pending.
      *
      *  A decision stamps the operator's name and the business
      *  date (SYSDTLK1) on the pair.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DUPCMT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CANDIDATE-FILE ASSIGN TO "DUPCANR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DUPC-KEY
			FILE STATUS IS WS-DUPC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CANDIDATE-FILE.
	01  CANDIDATE-RECORD.
		COPY DUPCANR.
      *
	WORKING-STORAGE SECTION.
	01  WS-DUPC-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-FUNCTION			PIC X VALUE "N".
		88  WS-FUNC-NEXT	VALUE "N".
		88  WS-FUNC-DISMISS	VALUE "D".
		88  WS-FUNC-MERGE	VALUE "M".
	01  WS-CUSTOMER-NO-1		PIC X(12).
	01  WS-CUSTOMER-NO-2		PIC X(12).
	01  WS-SURVIVOR			PIC X.
		88  WS-FIRST-SURVIVES	VALUE "1".
		88  WS-SECOND-SURVIVES	VALUE "2".
	01  WS-OPERATOR-NAME		PIC X(30).
	01  WS-SHOW-SCORE		PIC ZZ9.
	01  WS-SHOW-REASON		PIC X(40).
	01  WS-SHOW-FOUND		PIC X(8).
	01  WS-PAIR-FOUND-FLAG		PIC X.
		88  WS-PAIR-FOUND	VALUE "Y".
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-APPL-CODE-DISP		PIC 9(4).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  WS-SVC-DATA			PIC X(200).
	01  WS-CUSTMRG-REC REDEFINES WS-SVC-DATA.
		COPY CUSTMRGD.
      *
	SCREEN SECTION.
	01  DUP-REVIEW-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "DUPLICATE CUSTOMER REVIEW".
		05  LINE 3  COLUMN 1  VALUE "FUNCTION (N/D/M): ".
		05  LINE 3  COLUMN 20
			PIC X USING WS-FUNCTION.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER 1      : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING WS-CUSTOMER-NO-1.
		05  LINE 5  COLUMN 1  VALUE "CUSTOMER 2      : ".
		05  LINE 5  COLUMN 20
			PIC X(12) USING WS-CUSTOMER-NO-2.
		05  LINE 6  COLUMN 1  VALUE "SCORE           : ".
		05  LINE 6  COLUMN 20
			PIC ZZ9 FROM WS-SHOW-SCORE.
		05  LINE 7  COLUMN 1  VALUE "REASONS         : ".
		05  LINE 7  COLUMN 20
			PIC X(40) FROM WS-SHOW-REASON.
		05  LINE 8  COLUMN 1  VALUE "FOUND           : ".
		05  LINE 8  COLUMN 20
			PIC X(8) FROM WS-SHOW-FOUND.
		05  LINE 10 COLUMN 1  VALUE "SURVIVOR (1/2)  : ".
		05  LINE 10 COLUMN 20
			PIC X USING WS-SURVIVOR.
		05  LINE 11 COLUMN 1  VALUE "OPERATOR        : ".
		05  LINE 11 COLUMN 20
			PIC X(30) USING WS-OPERATOR-NAME.
		05  LINE 13 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 13 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 15 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		OPEN I-O CANDIDATE-FILE
		PERFORM UNTIL WS-DONE
			DISPLAY DUP-REVIEW-SCREEN
			ACCEPT DUP-REVIEW-SCREEN
			MOVE SPACES TO WS-MSG
			IF NOT WS-DONE
				PERFORM 1000-PROCESS-FUNCTION
			END-IF
		END-PERFORM
		CLOSE CANDIDATE-FILE
		STOP RUN.
      *
	1000-PROCESS-FUNCTION.
		EVALUATE TRUE
			WHEN WS-DUPC-STATUS NOT = "00"
				MOVE "NO REVIEW QUEUE" TO WS-MSG
			WHEN WS-FUNC-NEXT
				PERFORM 2000-NEXT-PENDING
			WHEN WS-FUNC-DISMISS OR WS-FUNC-MERGE
				PERFORM 3000-DECIDE-PAIR
			WHEN OTHER
				MOVE "BAD FUNCTION (N/D/M)" TO WS-MSG
		END-EVALUATE.
      *
	2000-NEXT-PENDING.
		MOVE "N" TO WS-PAIR-FOUND-FLAG
		MOVE "N" TO WS-SCAN-EOF-FLAG
		MOVE WS-CUSTOMER-NO-1 TO DUPC-CUSTOMER-NO-1
		MOVE WS-CUSTOMER-NO-2 TO DUPC-CUSTOMER-NO-2
		START CANDIDATE-FILE KEY > DUPC-KEY
			INVALID KEY
				SET WS-SCAN-EOF TO TRUE
		END-START
		PERFORM 2100-READ-NEXT-PAIR
			UNTIL WS-SCAN-EOF OR WS-PAIR-FOUND
		IF WS-PAIR-FOUND
			MOVE DUPC-CUSTOMER-NO-1 TO WS-CUSTOMER-NO-1
			MOVE DUPC-CUSTOMER-NO-2 TO WS-CUSTOMER-NO-2
			PERFORM 2200-SHOW-PAIR
			MOVE SPACES TO WS-SURVIVOR
		ELSE
			MOVE SPACES TO WS-CUSTOMER-NO-1
			MOVE SPACES TO WS-CUSTOMER-NO-2
			MOVE ZERO TO WS-SHOW-SCORE
			MOVE SPACES TO WS-SHOW-REASON
			MOVE SPACES TO WS-SHOW-FOUND
			MOVE "NO MORE PENDING" TO WS-MSG
		END-IF.
      *
	2100-READ-NEXT-PAIR.
		READ CANDIDATE-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				IF DUPC-PENDING
					SET WS-PAIR-FOUND TO TRUE
				END-IF
		END-READ.
      *
	2200-SHOW-PAIR.
		MOVE DUPC-SCORE TO WS-SHOW-SCORE
		MOVE DUPC-REASON-TEXT TO WS-SHOW-REASON
		MOVE DUPC-FOUND-DATE TO WS-SHOW-FOUND.
      *
	3000-DECIDE-PAIR.
		MOVE WS-CUSTOMER-NO-1 TO DUPC-CUSTOMER-NO-1
		MOVE WS-CUSTOMER-NO-2 TO DUPC-CUSTOMER-NO-2
		READ CANDIDATE-FILE
			INVALID KEY
				MOVE "PAIR NOT QUEUED" TO WS-MSG
			NOT INVALID KEY
				PERFORM 2200-SHOW-PAIR
		END-READ
		EVALUATE TRUE
			WHEN WS-MSG NOT = SPACES
				CONTINUE
			WHEN NOT DUPC-PENDING
				MOVE "ALREADY DECIDED" TO WS-MSG
			WHEN WS-OPERATOR-NAME = SPACES
				MOVE "OPERATOR NEEDED" TO WS-MSG
			WHEN WS-FUNC-DISMISS
				SET DUPC-DISMISSED TO TRUE
				PERFORM 3900-STAMP-DECISION
				MOVE "DISMISSED" TO WS-MSG
			WHEN NOT WS-FIRST-SURVIVES
				AND NOT WS-SECOND-SURVIVES
				MOVE "SURVIVOR MUST BE 1/2" TO WS-MSG
			WHEN OTHER
				PERFORM 3100-MERGE-PAIR
		END-EVALUATE.
      *
	3100-MERGE-PAIR.
		MOVE SPACES TO WS-SVC-DATA
		IF WS-FIRST-SURVIVES
			MOVE DUPC-CUSTOMER-NO-1 TO CUSTMRG-SURVIVOR-NO
			MOVE DUPC-CUSTOMER-NO-2 TO CUSTMRG-DUPLICATE-NO
		ELSE
			MOVE DUPC-CUSTOMER-NO-2 TO CUSTMRG-SURVIVOR-NO
			MOVE DUPC-CUSTOMER-NO-1 TO CUSTMRG-DUPLICATE-NO
		END-IF
		MOVE "CUSTMRG1" TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC
		IF TPOK
			SET DUPC-MERGED TO TRUE
			PERFORM 3900-STAMP-DECISION
			MOVE "MERGED" TO WS-MSG
		ELSE
			MOVE APPL-RETURN-CODE TO WS-APPL-CODE-DISP
			STRING "MERGE REFUSED " WS-APPL-CODE-DISP
				DELIMITED BY SIZE INTO WS-MSG
		END-IF.
      *
	3900-STAMP-DECISION.
		MOVE WS-OPERATOR-NAME TO DUPC-DECIDED-BY
		MOVE WS-BUSINESS-DATE TO DUPC-DECIDED-DATE
		REWRITE CANDIDATE-RECORD.
      *
