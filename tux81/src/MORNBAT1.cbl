      *                  (any FXRATER row effective today).  Green
      *                  loaded, red not - the branches open on
      *                  stale money otherwise.
      *    PRUDENTIAL  - the breach and near-breach lines the daily
      *                  prudential ratio job (PRUDBT1) left on its
      *                  feed (PRUDALRT).  Green none, amber
      *                  near-breaches only, red any limit breached.
      *    HEARTBEAT   - yesterday's availability per service from
      *                  the heartbeat probe's log (HBLOGR, written
      *                  by HBPRBT1): probes, answers and percentage
      *                  answered.  Green every service 99% or
      *                  better, amber any below 99%, red any below
      *                  95%.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. MORNBAT1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FXRATE-KEY
			FILE STATUS IS WS-FXRATE-STATUS.
		SELECT PRUD-ALERT-FILE ASSIGN TO "PRUDALRT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-PRUDAL-STATUS.
		SELECT HB-LOG-FILE ASSIGN TO "HBLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-HBLOG-STATUS.
		SELECT RPT-FILE ASSIGN TO "MORNBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  FX-RATE-FILE.
	01  FX-RATE-RECORD.
		COPY FXRATER.
	FD  PRUD-ALERT-FILE.
	01  PRUD-ALERT-LINE.
		05  PRUDAL-JUDGEMENT	PIC X(6).
			88  PRUDAL-BREACH
					VALUE "BREACH".
		05  PRUDAL-TEXT		PIC X(74).
	FD  HB-LOG-FILE.
	01  HB-LOG-RECORD.
		COPY HBLOGR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-BATCTL-STATUS		PIC XX.
	01  WS-DURAL-STATUS		PIC XX.
	01  WS-PRUDAL-STATUS		PIC XX.
	01  WS-FXRATE-STATUS		PIC XX.
	01  WS-RATES-TODAY-FLAG		PIC X.
		88  WS-RATES-TODAY	VALUE "Y".
	01  WS-PENDING-COUNT		PIC 9(7) VALUE 0.
	01  WS-MANUAL-COUNT		PIC 9(7) VALUE 0.
	01  WS-FAIL-COUNT		PIC 9(7) VALUE 0.
	01  WS-PRUD-BREACH-COUNT	PIC 9(5) VALUE 0.
	01  WS-PRUD-NEAR-COUNT		PIC 9(5) VALUE 0.
	01  WS-HBLOG-STATUS		PIC XX.
	01  WS-YESTERDAY		PIC X(8).
	01  WS-YESTERDAY-NUM		PIC 9(8).
	01  WS-HB-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-HB-TABLE.
		05  WS-HB-ENTRY OCCURS 200 TIMES.
			10  WS-HB-SERVICE	PIC X(15).
			10  WS-HB-PROBES	PIC 9(7).
			10  WS-HB-UPS		PIC 9(7).
	01  WS-HB-IDX			PIC S9(4) COMP-5.
	01  WS-HB-FOUND-FLAG		PIC X.
		88  WS-HB-FOUND		VALUE "Y".
	01  WS-HB-PCT			PIC 9(3)V99.
	01  WS-HB-BELOW-99		PIC 9(5) VALUE 0.
	01  WS-HB-BELOW-95		PIC 9(5) VALUE 0.
	01  WS-HB-LINE.
		05  HB-SERVICE		PIC X(15).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  HB-PROBES		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  HB-UPS		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  HB-PCT		PIC ZZ9.99.
		05  FILLER		PIC X(1) VALUE "%".
	01  WS-JOB-LINE.
		05  JOB-NAME		PIC X(9).
		05  FILLER		PIC X(2) VALUE SPACES.
		PERFORM 3000-NOTIFY-QUEUE-SECTION
		PERFORM 4000-SERVICE-FAILURE-SECTION
		PERFORM 5000-RATE-SECTION
		PERFORM 6000-PRUDENTIAL-SECTION
		PERFORM 7000-HEARTBEAT-SECTION
		CLOSE RPT-FILE
		STOP RUN.
      *
				END-IF
		END-READ.
      *
	6000-PRUDENTIAL-SECTION.
		MOVE "PRUDENTIAL RATIOS" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT PRUD-ALERT-FILE
		IF WS-PRUDAL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 6100-READ-PRUD-ALERT UNTIL WS-EOF
		CLOSE PRUD-ALERT-FILE
		MOVE "PRUDENTIAL    " TO RAG-SECTION
		EVALUATE TRUE
			WHEN WS-PRUD-BREACH-COUNT > ZERO
				MOVE "RED" TO RAG-COLOUR
				MOVE "PRUDENTIAL LIMIT BREACHED"
					TO RAG-TEXT
			WHEN WS-PRUD-NEAR-COUNT > ZERO
				MOVE "AMBER" TO RAG-COLOUR
				MOVE "RATIOS CLOSE TO LIMIT" TO RAG-TEXT
			WHEN OTHER
				MOVE "GREEN" TO RAG-COLOUR
				MOVE "ALL RATIOS INSIDE LIMITS"
					TO RAG-TEXT
		END-EVALUATE
		MOVE WS-RAG-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	6100-READ-PRUD-ALERT.
		READ PRUD-ALERT-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE PRUD-ALERT-LINE TO RPT-LINE
				WRITE RPT-LINE
				IF PRUDAL-BREACH
					ADD 1 TO WS-PRUD-BREACH-COUNT
				ELSE
					ADD 1 TO WS-PRUD-NEAR-COUNT
				END-IF
		END-READ.
      *
	7000-HEARTBEAT-SECTION.
		MOVE "SERVICE HEARTBEAT" TO RPT-LINE
		WRITE RPT-LINE
		COMPUTE WS-YESTERDAY-NUM =
			FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1)
		MOVE WS-YESTERDAY-NUM TO WS-YESTERDAY
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT HB-LOG-FILE
		IF WS-HBLOG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 7100-READ-HEARTBEAT UNTIL WS-EOF
		CLOSE HB-LOG-FILE
		PERFORM 7300-REPORT-SERVICE
			VARYING WS-HB-IDX FROM 1 BY 1
			UNTIL WS-HB-IDX > WS-HB-COUNT
		MOVE "HEARTBEAT     " TO RAG-SECTION
		EVALUATE TRUE
			WHEN WS-HB-COUNT = ZERO
				MOVE "AMBER" TO RAG-COLOUR
				MOVE "NO PROBES RECORDED YESTERDAY"
					TO RAG-TEXT
			WHEN WS-HB-BELOW-95 > ZERO
				MOVE "RED" TO RAG-COLOUR
				MOVE "SERVICE BELOW 95% AVAILABLE"
					TO RAG-TEXT
			WHEN WS-HB-BELOW-99 > ZERO
				MOVE "AMBER" TO RAG-COLOUR
				MOVE "SERVICE BELOW 99% AVAILABLE"
					TO RAG-TEXT
			WHEN OTHER
				MOVE "GREEN" TO RAG-COLOUR
				MOVE "ALL SERVICES 99% OR BETTER"
					TO RAG-TEXT
		END-EVALUATE
		MOVE WS-RAG-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	7100-READ-HEARTBEAT.
		READ HB-LOG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF HBLOG-DATE = WS-YESTERDAY
					PERFORM 7200-COUNT-PROBE
				END-IF
		END-READ.
      *
	7200-COUNT-PROBE.
		MOVE "N" TO WS-HB-FOUND-FLAG
		PERFORM VARYING WS-HB-IDX FROM 1 BY 1
				UNTIL WS-HB-IDX > WS-HB-COUNT
				OR WS-HB-FOUND
			IF WS-HB-SERVICE (WS-HB-IDX)
					= HBLOG-SERVICE-NAME
				SET WS-HB-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-HB-FOUND
			SUBTRACT 1 FROM WS-HB-IDX
		ELSE
			IF WS-HB-COUNT < 200
				ADD 1 TO WS-HB-COUNT
				MOVE WS-HB-COUNT TO WS-HB-IDX
				MOVE HBLOG-SERVICE-NAME
					TO WS-HB-SERVICE (WS-HB-IDX)
				MOVE ZERO TO WS-HB-PROBES (WS-HB-IDX)
				MOVE ZERO TO WS-HB-UPS (WS-HB-IDX)
			ELSE
				MOVE ZERO TO WS-HB-IDX
			END-IF
		END-IF
		IF WS-HB-IDX > ZERO
			ADD 1 TO WS-HB-PROBES (WS-HB-IDX)
			IF HBLOG-UP
				ADD 1 TO WS-HB-UPS (WS-HB-IDX)
			END-IF
		END-IF.
      *
	7300-REPORT-SERVICE.
		COMPUTE WS-HB-PCT ROUNDED =
			WS-HB-UPS (WS-HB-IDX) * 100
				/ WS-HB-PROBES (WS-HB-IDX)
		IF WS-HB-PCT < 95
			ADD 1 TO WS-HB-BELOW-95
		END-IF
		IF WS-HB-PCT < 99
			ADD 1 TO WS-HB-BELOW-99
		END-IF
		MOVE WS-HB-SERVICE (WS-HB-IDX) TO HB-SERVICE
		MOVE WS-HB-PROBES (WS-HB-IDX) TO HB-PROBES
		MOVE WS-HB-UPS (WS-HB-IDX) TO HB-UPS
		MOVE WS-HB-PCT TO HB-PCT
		MOVE WS-HB-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
