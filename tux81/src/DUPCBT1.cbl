      *
      *  DUPCBT1.cbl
      *
      *  Nightly duplicate-customer candidate detection.  Branches
      *  open a second CIF record for a customer they already
      *  hold, which splits the customer's exposure and KYC; CUSTMRG1
      *  can merge the two once someone knows, and this job is how
      *  they find out.
      *
      *  Pass one writes the match keys of every active customer
      *  on CUSTMSTR to a work file (DUPKWRK, layout DUPKWKR):
      *
      *   - the national ID;
      *   - the normalised name (upper case, letters and digits
      *     only) with the start of the normalised address, and
      *     again with the birth date between them where one is on
      *     file;
      *   - the phone on the contact registry (CNTCTR), digits
      *     only, last nine - "+84 90..." and "090..." are the
      *     same line.
      *
      *  Pass two reads the keys back, customers sharing a key side
      *  by side, and records every pair sharing one on the pair
      *  work file (DUPPWRK, layout DUPPWKR).  A key shared by more
      *  customers than the group table holds is a branch or agent
      *  number, not a duplicate, and is listed and passed over.
      *
      *  Pass three scores each pair - same ID 60, same name, birth
      *  date and address 50, same name and address 30 (only when a
      *  birth date is missing on either side - two birth dates on
      *  file that differ make it two people), same phone 30,
      *  capped at 100 - and lays it on the review queue (DUPCANR)
      *  for DUPCMT1: a new pair is written PENDING, a pending pair
      *  has its score and reasons refreshed, and a pair operations
      *  already dismissed (or merged) is left exactly as decided.
      *
      *  Report DUPCBT1.OUT lists the pairs raised or refreshed.
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other nightly jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. DUPCBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT CONTACT-FILE ASSIGN TO "CNTCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CNTCT-CUSTOMER-NO
			FILE STATUS IS WS-CNTCT-STATUS.
		SELECT KEY-WORK-FILE ASSIGN TO "DUPKWRK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DUPKW-KEY
			FILE STATUS IS WS-KEYW-STATUS.
		SELECT PAIR-WORK-FILE ASSIGN TO "DUPPWRK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DUPPW-KEY
			FILE STATUS IS WS-PAIRW-STATUS.
		SELECT CANDIDATE-FILE ASSIGN TO "DUPCANR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DUPC-KEY
			FILE STATUS IS WS-DUPC-STATUS.
		SELECT RPT-FILE ASSIGN TO "DUPCBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	FD  KEY-WORK-FILE.
	01  KEY-WORK-RECORD.
		COPY DUPKWKR.
	FD  PAIR-WORK-FILE.
	01  PAIR-WORK-RECORD.
		COPY DUPPWKR.
	FD  CANDIDATE-FILE.
	01  CANDIDATE-RECORD.
		COPY DUPCANR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-KEYW-STATUS		PIC XX.
	01  WS-PAIRW-STATUS		PIC XX.
	01  WS-DUPC-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-NORM-IN			PIC X(60).
	01  WS-NORM-OUT			PIC X(60).
	01  WS-NORM-LEN			PIC S9(4) COMP-5.
	01  WS-NORM-IDX			PIC S9(4) COMP-5.
	01  WS-NORM-CHAR		PIC X.
		88  WS-NORM-KEEP	VALUES "A" THRU "Z"
					"0" THRU "9".
	01  WS-NORM-NAME		PIC X(30).
	01  WS-NORM-ADDRESS		PIC X(22).
	01  WS-PHONE-START		PIC S9(4) COMP-5.
	01  WS-GROUP-TYPE		PIC X.
	01  WS-GROUP-VALUE		PIC X(60).
	01  WS-GROUP-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-GROUP-LIMIT		PIC S9(4) COMP-5 VALUE 20.
	01  WS-GROUP-TABLE.
		05  WS-GRP-CUSTOMER OCCURS 20 TIMES
					PIC X(12).
	01  WS-GRP-I			PIC S9(4) COMP-5.
	01  WS-GRP-J			PIC S9(4) COMP-5.
	01  WS-GRP-START		PIC S9(4) COMP-5.
	01  WS-SCORE			PIC 9(3).
	01  WS-REASON-PTR		PIC S9(4) COMP-5.
	01  WS-BIRTH-DATE-1		PIC X(8).
	01  WS-BIRTH-DATE-2		PIC X(8).
	01  WS-KEY-COUNT		PIC 9(7) VALUE 0.
	01  WS-PAIR-COUNT		PIC 9(7) VALUE 0.
	01  WS-NEW-COUNT		PIC 9(7) VALUE 0.
	01  WS-REFRESH-COUNT		PIC 9(7) VALUE 0.
	01  WS-SUPPRESS-COUNT		PIC 9(7) VALUE 0.
	01  WS-SKIP-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-CUSTOMER-NO-1	PIC X(12).
		05  FILLER		PIC X(1) VALUE SPACES.
		05  DTL-CUSTOMER-NO-2	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-SCORE		PIC ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REASON		PIC X(40).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(12).
	01  WS-SKIP-LINE.
		05  FILLER		PIC X(12) VALUE "SHARED KEY ".
		05  SKP-TYPE		PIC X.
		05  FILLER		PIC X(1) VALUE SPACES.
		05  SKP-VALUE		PIC X(40).
		05  FILLER		PIC X(36)
			VALUE " ON MORE THAN 20 CUSTOMERS - SKIPPED".
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(24).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "DUPCBT1".
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
		MOVE "DUPLICATE CUSTOMER CANDIDATES" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-BUILD-MATCH-KEYS
			PERFORM 2000-PAIR-CUSTOMERS
			PERFORM 3000-SCORE-PAIRS
			PERFORM 4000-WRITE-COUNTS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-BUILD-MATCH-KEYS.
		OPEN OUTPUT KEY-WORK-FILE
		CLOSE KEY-WORK-FILE
		OPEN I-O KEY-WORK-FILE
		OPEN INPUT CONTACT-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT CUSTOMER-FILE
		IF WS-CUSTM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-CUSTOMER UNTIL WS-EOF
		CLOSE CUSTOMER-FILE
		CLOSE CONTACT-FILE
		CLOSE KEY-WORK-FILE.
      *
	1100-READ-CUSTOMER.
		READ CUSTOMER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF NOT CUSTM-MERGED
					PERFORM 1200-WRITE-CUSTOMER-KEYS
				END-IF
		END-READ.
      *
	1200-WRITE-CUSTOMER-KEYS.
		IF CUSTM-NATIONAL-ID NOT = SPACES
			MOVE "I" TO DUPKW-MATCH-TYPE
			MOVE CUSTM-NATIONAL-ID TO DUPKW-MATCH-VALUE
			PERFORM 1900-WRITE-KEY
		END-IF
		MOVE CUSTM-NAME TO WS-NORM-IN
		PERFORM 8000-NORMALISE
		MOVE WS-NORM-OUT TO WS-NORM-NAME
		MOVE CUSTM-ADDRESS TO WS-NORM-IN
		PERFORM 8000-NORMALISE
		MOVE WS-NORM-OUT TO WS-NORM-ADDRESS
		IF WS-NORM-NAME NOT = SPACES
			AND WS-NORM-ADDRESS NOT = SPACES
			PERFORM 1300-WRITE-NAME-KEYS
		END-IF
		MOVE CUSTM-CUSTOMER-NO TO CNTCT-CUSTOMER-NO
		READ CONTACT-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 1400-WRITE-PHONE-KEY
		END-READ.
      *
	1300-WRITE-NAME-KEYS.
		MOVE "A" TO DUPKW-MATCH-TYPE
		MOVE SPACES TO DUPKW-MATCH-VALUE
		MOVE WS-NORM-NAME TO DUPKW-MATCH-VALUE (1:30)
		MOVE WS-NORM-ADDRESS TO DUPKW-MATCH-VALUE (39:22)
		PERFORM 1900-WRITE-KEY
		IF CUSTM-BIRTH-DATE NOT = SPACES
			MOVE "D" TO DUPKW-MATCH-TYPE
			MOVE CUSTM-BIRTH-DATE
				TO DUPKW-MATCH-VALUE (31:8)
			PERFORM 1900-WRITE-KEY
		END-IF.
      *
      *  Only the digits count, and only the last nine of them -
      *  a country or trunk prefix must not hide a match.
	1400-WRITE-PHONE-KEY.
		MOVE CNTCT-PHONE TO WS-NORM-IN
		PERFORM 8000-NORMALISE
		IF WS-NORM-LEN >= 9
			COMPUTE WS-PHONE-START = WS-NORM-LEN - 8
			MOVE "P" TO DUPKW-MATCH-TYPE
			MOVE SPACES TO DUPKW-MATCH-VALUE
			MOVE WS-NORM-OUT (WS-PHONE-START:9)
				TO DUPKW-MATCH-VALUE
			PERFORM 1900-WRITE-KEY
		END-IF.
      *
	1900-WRITE-KEY.
		MOVE CUSTM-CUSTOMER-NO TO DUPKW-CUSTOMER-NO
		WRITE KEY-WORK-RECORD
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD 1 TO WS-KEY-COUNT
		END-WRITE.
      *
	2000-PAIR-CUSTOMERS.
		OPEN OUTPUT PAIR-WORK-FILE
		CLOSE PAIR-WORK-FILE
		OPEN I-O PAIR-WORK-FILE
		MOVE SPACES TO WS-GROUP-TYPE
		MOVE SPACES TO WS-GROUP-VALUE
		MOVE ZERO TO WS-GROUP-COUNT
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT KEY-WORK-FILE
		IF WS-KEYW-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-KEY UNTIL WS-EOF
		PERFORM 2300-CLOSE-GROUP
		CLOSE KEY-WORK-FILE
		CLOSE PAIR-WORK-FILE.
      *
	2100-READ-KEY.
		READ KEY-WORK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-ADD-TO-GROUP
		END-READ.
      *
	2200-ADD-TO-GROUP.
		IF DUPKW-MATCH-TYPE NOT = WS-GROUP-TYPE
			OR DUPKW-MATCH-VALUE NOT = WS-GROUP-VALUE
			PERFORM 2300-CLOSE-GROUP
			MOVE DUPKW-MATCH-TYPE TO WS-GROUP-TYPE
			MOVE DUPKW-MATCH-VALUE TO WS-GROUP-VALUE
			MOVE ZERO TO WS-GROUP-COUNT
		END-IF
		ADD 1 TO WS-GROUP-COUNT
		IF WS-GROUP-COUNT NOT > WS-GROUP-LIMIT
			MOVE DUPKW-CUSTOMER-NO
				TO WS-GRP-CUSTOMER (WS-GROUP-COUNT)
		END-IF.
      *
      *  Customers arrive in customer-number order inside a key,
      *  so the first of each pair is always the lower number.
	2300-CLOSE-GROUP.
		IF WS-GROUP-COUNT > WS-GROUP-LIMIT
			ADD 1 TO WS-SKIP-COUNT
			MOVE WS-GROUP-TYPE TO SKP-TYPE
			MOVE WS-GROUP-VALUE TO SKP-VALUE
			MOVE WS-SKIP-LINE TO RPT-LINE
			WRITE RPT-LINE
		ELSE
			PERFORM 2310-PAIR-FROM-MEMBER
				VARYING WS-GRP-I FROM 1 BY 1
				UNTIL WS-GRP-I >= WS-GROUP-COUNT
		END-IF.
      *
	2310-PAIR-FROM-MEMBER.
		COMPUTE WS-GRP-START = WS-GRP-I + 1
		PERFORM 2320-RECORD-PAIR
			VARYING WS-GRP-J FROM WS-GRP-START BY 1
			UNTIL WS-GRP-J > WS-GROUP-COUNT.
      *
	2320-RECORD-PAIR.
		MOVE WS-GRP-CUSTOMER (WS-GRP-I) TO DUPPW-CUSTOMER-NO-1
		MOVE WS-GRP-CUSTOMER (WS-GRP-J) TO DUPPW-CUSTOMER-NO-2
		READ PAIR-WORK-FILE
			INVALID KEY
				MOVE "N" TO DUPPW-ID-MATCH
				MOVE "N" TO DUPPW-NAME-MATCH
				MOVE "N" TO DUPPW-PHONE-MATCH
				PERFORM 2330-FLAG-PAIR
				WRITE PAIR-WORK-RECORD
				ADD 1 TO WS-PAIR-COUNT
			NOT INVALID KEY
				PERFORM 2330-FLAG-PAIR
				REWRITE PAIR-WORK-RECORD
		END-READ.
      *
      *  A pair sharing both name keys keeps the stronger "D".
	2330-FLAG-PAIR.
		EVALUATE WS-GROUP-TYPE
			WHEN "I"
				MOVE "Y" TO DUPPW-ID-MATCH
			WHEN "D"
				MOVE "D" TO DUPPW-NAME-MATCH
			WHEN "A"
				IF DUPPW-NAME-MATCH NOT = "D"
					MOVE "A" TO DUPPW-NAME-MATCH
				END-IF
			WHEN "P"
				MOVE "Y" TO DUPPW-PHONE-MATCH
		END-EVALUATE.
      *
	3000-SCORE-PAIRS.
		OPEN I-O CANDIDATE-FILE
		IF WS-DUPC-STATUS NOT = "00"
			CLOSE CANDIDATE-FILE
			OPEN OUTPUT CANDIDATE-FILE
			CLOSE CANDIDATE-FILE
			OPEN I-O CANDIDATE-FILE
		END-IF
		OPEN INPUT CUSTOMER-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT PAIR-WORK-FILE
		IF WS-PAIRW-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-PAIR UNTIL WS-EOF
		CLOSE PAIR-WORK-FILE
		CLOSE CUSTOMER-FILE
		CLOSE CANDIDATE-FILE.
      *
	3100-READ-PAIR.
		READ PAIR-WORK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3200-SCORE-PAIR
		END-READ.
      *
	3200-SCORE-PAIR.
		IF DUPPW-NAME-MATCH = "A"
			PERFORM 3300-CHECK-BIRTH-DATES
		END-IF
		MOVE ZERO TO WS-SCORE
		MOVE SPACES TO DTL-REASON
		MOVE 1 TO WS-REASON-PTR
		IF DUPPW-ID-MATCH = "Y"
			ADD 60 TO WS-SCORE
			STRING "SAME ID " DELIMITED BY SIZE
				INTO DTL-REASON
				POINTER WS-REASON-PTR
		END-IF
		EVALUATE DUPPW-NAME-MATCH
			WHEN "D"
				ADD 50 TO WS-SCORE
				STRING "NAME/DOB/ADDR "
					DELIMITED BY SIZE
					INTO DTL-REASON
					POINTER WS-REASON-PTR
			WHEN "A"
				ADD 30 TO WS-SCORE
				STRING "NAME/ADDR "
					DELIMITED BY SIZE
					INTO DTL-REASON
					POINTER WS-REASON-PTR
		END-EVALUATE
		IF DUPPW-PHONE-MATCH = "Y"
			ADD 30 TO WS-SCORE
			STRING "PHONE " DELIMITED BY SIZE
				INTO DTL-REASON
				POINTER WS-REASON-PTR
		END-IF
		IF WS-SCORE > 100
			MOVE 100 TO WS-SCORE
		END-IF
		IF WS-SCORE > ZERO
			PERFORM 3400-QUEUE-PAIR
		END-IF.
      *
      *  Two birth dates on file that differ make it two people of
      *  the same name at one address - father and son - and the
      *  name match no longer counts.
	3300-CHECK-BIRTH-DATES.
		MOVE SPACES TO WS-BIRTH-DATE-1
		MOVE SPACES TO WS-BIRTH-DATE-2
		MOVE DUPPW-CUSTOMER-NO-1 TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE CUSTM-BIRTH-DATE TO WS-BIRTH-DATE-1
		END-READ
		MOVE DUPPW-CUSTOMER-NO-2 TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE CUSTM-BIRTH-DATE TO WS-BIRTH-DATE-2
		END-READ
		IF WS-BIRTH-DATE-1 NOT = SPACES
			AND WS-BIRTH-DATE-2 NOT = SPACES
			MOVE "N" TO DUPPW-NAME-MATCH
		END-IF.
      *
	3400-QUEUE-PAIR.
		MOVE DUPPW-CUSTOMER-NO-1 TO DTL-CUSTOMER-NO-1
		MOVE DUPPW-CUSTOMER-NO-2 TO DTL-CUSTOMER-NO-2
		MOVE WS-SCORE TO DTL-SCORE
		MOVE DUPPW-KEY TO DUPC-KEY
		READ CANDIDATE-FILE
			INVALID KEY
				PERFORM 3500-RAISE-CANDIDATE
			NOT INVALID KEY
				PERFORM 3600-REFRESH-CANDIDATE
		END-READ.
      *
	3500-RAISE-CANDIDATE.
		MOVE SPACES TO CANDIDATE-RECORD
		MOVE DUPPW-KEY TO DUPC-KEY
		PERFORM 3700-SET-MATCH-FIELDS
		SET DUPC-PENDING TO TRUE
		MOVE WS-BUSINESS-DATE TO DUPC-FOUND-DATE
		WRITE CANDIDATE-RECORD
		ADD 1 TO WS-NEW-COUNT
		MOVE "NEW" TO DTL-RESULT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3600-REFRESH-CANDIDATE.
		IF DUPC-PENDING
			PERFORM 3700-SET-MATCH-FIELDS
			REWRITE CANDIDATE-RECORD
			ADD 1 TO WS-REFRESH-COUNT
			MOVE "STILL PENDING" TO DTL-RESULT
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		ELSE
			ADD 1 TO WS-SUPPRESS-COUNT
		END-IF.
      *
	3700-SET-MATCH-FIELDS.
		MOVE WS-SCORE TO DUPC-SCORE
		MOVE DUPPW-ID-MATCH TO DUPC-ID-MATCH
		MOVE DUPPW-NAME-MATCH TO DUPC-NAME-MATCH
		MOVE DUPPW-PHONE-MATCH TO DUPC-PHONE-MATCH
		MOVE DTL-REASON TO DUPC-REASON-TEXT
		MOVE WS-BUSINESS-DATE TO DUPC-LAST-SEEN-DATE.
      *
	4000-WRITE-COUNTS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "MATCH KEYS:" TO CNT-TEXT
		MOVE WS-KEY-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "PAIRS FOUND:" TO CNT-TEXT
		MOVE WS-PAIR-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NEW CANDIDATES:" TO CNT-TEXT
		MOVE WS-NEW-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "STILL PENDING:" TO CNT-TEXT
		MOVE WS-REFRESH-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ALREADY DECIDED:" TO CNT-TEXT
		MOVE WS-SUPPRESS-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SHARED KEYS SKIPPED:" TO CNT-TEXT
		MOVE WS-SKIP-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Upper-cases WS-NORM-IN and keeps only its letters and
      *  digits, left-justified in WS-NORM-OUT, with their count in
      *  WS-NORM-LEN - spacing and punctuation keyed differently
      *  at two branches must not hide a match.
	8000-NORMALISE.
		INSPECT WS-NORM-IN CONVERTING
			"abcdefghijklmnopqrstuvwxyz"
			TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
		MOVE SPACES TO WS-NORM-OUT
		MOVE ZERO TO WS-NORM-LEN
		PERFORM 8100-KEEP-CHARACTER
			VARYING WS-NORM-IDX FROM 1 BY 1
			UNTIL WS-NORM-IDX > 60.
      *
	8100-KEEP-CHARACTER.
		MOVE WS-NORM-IN (WS-NORM-IDX:1) TO WS-NORM-CHAR
		IF WS-NORM-KEEP
			ADD 1 TO WS-NORM-LEN
			MOVE WS-NORM-CHAR
				TO WS-NORM-OUT (WS-NORM-LEN:1)
		END-IF.
      *
