      *
      *  SVCRTBT1.cbl
      *
      *  Daily service response-time report - the capacity figures
      *  the infrastructure team asks for.  Every service logging
      *  through SVCRETLG.cbl carries its start time and elapsed
      *  milliseconds on the service call log (SVCLOGR); this job
      *  takes the calls that started today and gives, per
      *  SERVICE-NAME, the call count and the median, 95th
      *  percentile and maximum response time for the day and then
      *  for each hour in which the service was called.
      *
      *  Percentiles are by nearest rank: the calls are laid out on
      *  a work file (SVCRTWR) in service and elapsed-time order, so
      *  the median is simply the call at position ceiling(n x 50%)
      *  and the 95th percentile the one at ceiling(n x 95%).
      *
      *  Each day's figures are kept on the response-time history
      *  (SVCRTHR).  A service whose 95th percentile for the day is
      *  worse than the previous day's by more than SVCRTDEG percent
      *  (parameter, number, default 20) is flagged DEGRADED on its
      *  line and counted in the closing summary.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SVCRTBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
		SELECT RT-WORK-FILE ASSIGN TO "SVCRTWR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SVCRTW-KEY
			FILE STATUS IS WS-RTWORK-STATUS.
		SELECT RT-HISTORY-FILE ASSIGN TO "SVCRTHR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SVCRTH-KEY
			FILE STATUS IS WS-RTHIST-STATUS.
		SELECT RPT-FILE ASSIGN TO "SVCRTBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
	FD  RT-WORK-FILE.
	01  RT-WORK-RECORD.
		COPY SVCRTWR.
	FD  RT-HISTORY-FILE.
	01  RT-HISTORY-RECORD.
		COPY SVCRTHR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-RTWORK-STATUS		PIC XX.
	01  WS-RTHIST-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-REPORT-DATE		PIC X(8).
	01  WS-REPORT-NUM		PIC 9(8).
	01  WS-PRIOR-DATE		PIC X(8).
	01  WS-PRIOR-NUM		PIC 9(8).
	01  WS-DEGRADE-PCT		PIC S9(5) COMP-3.
	01  WS-SEQ			PIC 9(9) VALUE 0.
	01  WS-SVC-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SVC-TABLE.
		05  WS-SVC-ENTRY OCCURS 200 TIMES.
			10  WS-SVC-NAME		PIC X(15).
			10  WS-SVC-CALLS	PIC 9(7).
			10  WS-SVC-HR-CALLS OCCURS 24 TIMES
						PIC 9(7).
	01  WS-SVC-IDX			PIC S9(4) COMP-5.
	01  WS-HR-IDX			PIC S9(4) COMP-5.
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-CUR-SERVICE		PIC X(15).
	01  WS-CUR-IDX			PIC S9(4) COMP-5.
	01  WS-DAY-POS			PIC 9(7).
	01  WS-DAY-MED-RANK		PIC 9(7).
	01  WS-DAY-P95-RANK		PIC 9(7).
	01  WS-DAY-MEDIAN		PIC 9(9).
	01  WS-DAY-P95			PIC 9(9).
	01  WS-DAY-MAX			PIC 9(9).
	01  WS-HOUR-TABLE.
		05  WS-HR-ENTRY OCCURS 24 TIMES.
			10  WS-HR-POS		PIC 9(7).
			10  WS-HR-MED-RANK	PIC 9(7).
			10  WS-HR-P95-RANK	PIC 9(7).
			10  WS-HR-MEDIAN	PIC 9(9).
			10  WS-HR-P95		PIC 9(9).
			10  WS-HR-MAX		PIC 9(9).
	01  WS-PRIOR-P95		PIC 9(9).
	01  WS-P95-LIMIT		PIC 9(11).
	01  WS-DEGRADED-FLAG		PIC X.
		88  WS-DEGRADED		VALUE "Y".
	01  WS-TOTAL-CALLS		PIC 9(9) VALUE 0.
	01  WS-UNTIMED-CALLS		PIC 9(9) VALUE 0.
	01  WS-DROPPED-CALLS		PIC 9(9) VALUE 0.
	01  WS-DEGRADED-COUNT		PIC 9(5) VALUE 0.
	01  WS-HEAD-LINE.
		05  FILLER		PIC X(17) VALUE "SERVICE".
		05  FILLER		PIC X(7) VALUE "PERIOD".
		05  FILLER		PIC X(9) VALUE "    CALLS".
		05  FILLER		PIC X(11) VALUE "  MEDIAN MS".
		05  FILLER		PIC X(11) VALUE "     P95 MS".
		05  FILLER		PIC X(11) VALUE "     MAX MS".
	01  WS-STAT-LINE.
		05  STAT-SERVICE	PIC X(15).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-PERIOD		PIC X(5).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-CALLS		PIC ZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-MEDIAN		PIC ZZZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-P95		PIC ZZZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-MAX		PIC ZZZZZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  STAT-FLAG		PIC X(30).
	01  WS-HOUR-LABEL.
		05  FILLER		PIC X(3) VALUE "HR ".
		05  HOUR-LABEL-HH	PIC 9(2).
	01  WS-PRIOR-DISP		PIC Z(8)9.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-REPORT-DATE
		MOVE WS-REPORT-DATE TO WS-REPORT-NUM
		COMPUTE WS-PRIOR-NUM = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE (WS-REPORT-NUM) - 1)
		MOVE WS-PRIOR-NUM TO WS-PRIOR-DATE
		PERFORM 0100-LOAD-PARAMETERS
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "DAILY SERVICE RESPONSE TIMES FOR "
			DELIMITED BY SIZE
			WS-REPORT-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEAD-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 1000-BUILD-WORK-FILE
		PERFORM 2000-REPORT-SERVICES
		PERFORM 9000-SUMMARY
		CLOSE RPT-FILE
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 20 TO WS-DEGRADE-PCT
		MOVE WS-REPORT-DATE TO WS-PARM-AS-OF
		MOVE "SVCRTDEG" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-DEGRADE-PCT
		END-IF.
      *
      *  Today's timed calls onto the work file, counting them by
      *  service and by starting hour as they go.  Rows logged
      *  before start times were captured carry no start date and
      *  are passed over.
	1000-BUILD-WORK-FILE.
		OPEN OUTPUT RT-WORK-FILE
		CLOSE RT-WORK-FILE
		OPEN I-O RT-WORK-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SVC-LOG-FILE
		IF WS-SVCLOG-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-SVCLOG UNTIL WS-EOF
		CLOSE SVC-LOG-FILE.
      *
	1100-READ-SVCLOG.
		READ SVC-LOG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1150-SELECT-CALL
		END-READ.
      *
	1150-SELECT-CALL.
		EVALUATE TRUE
			WHEN SVCLOG-START-DATE = WS-REPORT-DATE
				PERFORM 1200-TAKE-CALL
			WHEN SVCLOG-DATE = WS-REPORT-DATE
				AND SVCLOG-START-DATE = SPACES
				ADD 1 TO WS-UNTIMED-CALLS
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	1200-TAKE-CALL.
		PERFORM 1300-FIND-SERVICE
		IF WS-SVC-IDX = ZERO
			ADD 1 TO WS-DROPPED-CALLS
		ELSE
			ADD 1 TO WS-SEQ
			MOVE SVCLOG-SERVICE-NAME TO SVCRTW-SERVICE-NAME
			MOVE SVCLOG-ELAPSED-MS TO SVCRTW-ELAPSED-MS
			MOVE WS-SEQ TO SVCRTW-SEQ
			MOVE SVCLOG-START-TIME (1:2) TO SVCRTW-HOUR
			WRITE RT-WORK-RECORD
			COMPUTE WS-HR-IDX = SVCRTW-HOUR + 1
			ADD 1 TO WS-SVC-CALLS (WS-SVC-IDX)
			ADD 1 TO WS-SVC-HR-CALLS (WS-SVC-IDX WS-HR-IDX)
			ADD 1 TO WS-TOTAL-CALLS
		END-IF.
      *
      *  WS-SVC-IDX comes back on the service's table entry, a new
      *  one if there is room, or zero when the table is full.
	1300-FIND-SERVICE.
		MOVE "N" TO WS-FOUND-FLAG
		MOVE ZERO TO WS-CUR-IDX
		PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
				UNTIL WS-SVC-IDX > WS-SVC-COUNT
				OR WS-FOUND
			IF WS-SVC-NAME (WS-SVC-IDX)
					= SVCLOG-SERVICE-NAME
				SET WS-FOUND TO TRUE
				MOVE WS-SVC-IDX TO WS-CUR-IDX
			END-IF
		END-PERFORM
		EVALUATE TRUE
			WHEN WS-FOUND
				MOVE WS-CUR-IDX TO WS-SVC-IDX
			WHEN WS-SVC-COUNT < 200
				ADD 1 TO WS-SVC-COUNT
				MOVE WS-SVC-COUNT TO WS-SVC-IDX
				PERFORM 1400-NEW-SERVICE
			WHEN OTHER
				MOVE ZERO TO WS-SVC-IDX
		END-EVALUATE.
      *
	1400-NEW-SERVICE.
		MOVE SVCLOG-SERVICE-NAME TO WS-SVC-NAME (WS-SVC-IDX)
		MOVE ZERO TO WS-SVC-CALLS (WS-SVC-IDX)
		PERFORM VARYING WS-HR-IDX FROM 1 BY 1
				UNTIL WS-HR-IDX > 24
			MOVE ZERO TO
				WS-SVC-HR-CALLS (WS-SVC-IDX WS-HR-IDX)
		END-PERFORM.
      *
      *  The work file in key order: each service's calls arrive
      *  fastest first, so a running position against the rank
      *  targets picks the percentiles, and the last call seen is
      *  the maximum.
	2000-REPORT-SERVICES.
		OPEN I-O RT-HISTORY-FILE
		IF WS-RTHIST-STATUS NOT = "00"
			CLOSE RT-HISTORY-FILE
			OPEN OUTPUT RT-HISTORY-FILE
			CLOSE RT-HISTORY-FILE
			OPEN I-O RT-HISTORY-FILE
		END-IF
		MOVE SPACES TO WS-CUR-SERVICE
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO SVCRTW-KEY
		START RT-WORK-FILE KEY NOT < SVCRTW-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 2100-READ-WORK UNTIL WS-EOF
		IF WS-CUR-SERVICE NOT = SPACES
			PERFORM 3000-FINISH-SERVICE
		END-IF
		CLOSE RT-WORK-FILE
		CLOSE RT-HISTORY-FILE.
      *
	2100-READ-WORK.
		READ RT-WORK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF SVCRTW-SERVICE-NAME
						NOT = WS-CUR-SERVICE
					PERFORM 2200-CHANGE-SERVICE
				END-IF
				PERFORM 2400-TAKE-POSITION
		END-READ.
      *
	2200-CHANGE-SERVICE.
		IF WS-CUR-SERVICE NOT = SPACES
			PERFORM 3000-FINISH-SERVICE
		END-IF
		MOVE SVCRTW-SERVICE-NAME TO WS-CUR-SERVICE
		MOVE SVCRTW-SERVICE-NAME TO SVCLOG-SERVICE-NAME
		PERFORM 1300-FIND-SERVICE
		MOVE WS-SVC-IDX TO WS-CUR-IDX
		MOVE ZERO TO WS-DAY-POS
		MOVE ZERO TO WS-DAY-MEDIAN
		MOVE ZERO TO WS-DAY-P95
		MOVE ZERO TO WS-DAY-MAX
		COMPUTE WS-DAY-MED-RANK =
			(WS-SVC-CALLS (WS-CUR-IDX) * 50 + 99) / 100
		COMPUTE WS-DAY-P95-RANK =
			(WS-SVC-CALLS (WS-CUR-IDX) * 95 + 99) / 100
		PERFORM 2300-START-HOUR
			VARYING WS-HR-IDX FROM 1 BY 1
			UNTIL WS-HR-IDX > 24.
      *
	2300-START-HOUR.
		MOVE ZERO TO WS-HR-POS (WS-HR-IDX)
		MOVE ZERO TO WS-HR-MEDIAN (WS-HR-IDX)
		MOVE ZERO TO WS-HR-P95 (WS-HR-IDX)
		MOVE ZERO TO WS-HR-MAX (WS-HR-IDX)
		COMPUTE WS-HR-MED-RANK (WS-HR-IDX) =
			(WS-SVC-HR-CALLS (WS-CUR-IDX WS-HR-IDX) * 50
				+ 99) / 100
		COMPUTE WS-HR-P95-RANK (WS-HR-IDX) =
			(WS-SVC-HR-CALLS (WS-CUR-IDX WS-HR-IDX) * 95
				+ 99) / 100.
      *
	2400-TAKE-POSITION.
		ADD 1 TO WS-DAY-POS
		IF WS-DAY-POS = WS-DAY-MED-RANK
			MOVE SVCRTW-ELAPSED-MS TO WS-DAY-MEDIAN
		END-IF
		IF WS-DAY-POS = WS-DAY-P95-RANK
			MOVE SVCRTW-ELAPSED-MS TO WS-DAY-P95
		END-IF
		MOVE SVCRTW-ELAPSED-MS TO WS-DAY-MAX
		COMPUTE WS-HR-IDX = SVCRTW-HOUR + 1
		ADD 1 TO WS-HR-POS (WS-HR-IDX)
		IF WS-HR-POS (WS-HR-IDX) = WS-HR-MED-RANK (WS-HR-IDX)
			MOVE SVCRTW-ELAPSED-MS
				TO WS-HR-MEDIAN (WS-HR-IDX)
		END-IF
		IF WS-HR-POS (WS-HR-IDX) = WS-HR-P95-RANK (WS-HR-IDX)
			MOVE SVCRTW-ELAPSED-MS TO WS-HR-P95 (WS-HR-IDX)
		END-IF
		MOVE SVCRTW-ELAPSED-MS TO WS-HR-MAX (WS-HR-IDX).
      *
	3000-FINISH-SERVICE.
		PERFORM 3100-CHECK-DEGRADATION
		MOVE SPACES TO WS-STAT-LINE
		MOVE WS-CUR-SERVICE TO STAT-SERVICE
		MOVE "DAY" TO STAT-PERIOD
		MOVE WS-SVC-CALLS (WS-CUR-IDX) TO STAT-CALLS
		MOVE WS-DAY-MEDIAN TO STAT-MEDIAN
		MOVE WS-DAY-P95 TO STAT-P95
		MOVE WS-DAY-MAX TO STAT-MAX
		IF WS-DEGRADED
			MOVE WS-PRIOR-P95 TO WS-PRIOR-DISP
			STRING "DEGRADED - PRIOR P95 "
				DELIMITED BY SIZE
				WS-PRIOR-DISP DELIMITED BY SIZE
				INTO STAT-FLAG
		END-IF
		MOVE WS-STAT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-CUR-SERVICE TO SVCRTH-SERVICE-NAME
		MOVE WS-REPORT-DATE TO SVCRTH-DATE
		MOVE SPACES TO SVCRTH-HOUR
		MOVE WS-SVC-CALLS (WS-CUR-IDX) TO SVCRTH-CALL-COUNT
		MOVE WS-DAY-MEDIAN TO SVCRTH-MEDIAN-MS
		MOVE WS-DAY-P95 TO SVCRTH-P95-MS
		MOVE WS-DAY-MAX TO SVCRTH-MAX-MS
		PERFORM 3300-SAVE-HISTORY
		PERFORM 3200-REPORT-HOUR
			VARYING WS-HR-IDX FROM 1 BY 1
			UNTIL WS-HR-IDX > 24.
      *
	3100-CHECK-DEGRADATION.
		MOVE "N" TO WS-DEGRADED-FLAG
		MOVE ZERO TO WS-PRIOR-P95
		MOVE WS-CUR-SERVICE TO SVCRTH-SERVICE-NAME
		MOVE WS-PRIOR-DATE TO SVCRTH-DATE
		MOVE SPACES TO SVCRTH-HOUR
		READ RT-HISTORY-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE SVCRTH-P95-MS TO WS-PRIOR-P95
		END-READ
		IF WS-PRIOR-P95 > ZERO
			COMPUTE WS-P95-LIMIT =
				WS-PRIOR-P95 * (100 + WS-DEGRADE-PCT)
					/ 100
			IF WS-DAY-P95 > WS-P95-LIMIT
				SET WS-DEGRADED TO TRUE
				ADD 1 TO WS-DEGRADED-COUNT
			END-IF
		END-IF.
      *
	3200-REPORT-HOUR.
		IF WS-SVC-HR-CALLS (WS-CUR-IDX WS-HR-IDX)
				> ZERO
			MOVE SPACES TO WS-STAT-LINE
			COMPUTE HOUR-LABEL-HH = WS-HR-IDX - 1
			MOVE WS-HOUR-LABEL TO STAT-PERIOD
			MOVE WS-SVC-HR-CALLS (WS-CUR-IDX WS-HR-IDX)
				TO STAT-CALLS
			MOVE WS-HR-MEDIAN (WS-HR-IDX) TO STAT-MEDIAN
			MOVE WS-HR-P95 (WS-HR-IDX) TO STAT-P95
			MOVE WS-HR-MAX (WS-HR-IDX) TO STAT-MAX
			MOVE WS-STAT-LINE TO RPT-LINE
			WRITE RPT-LINE
			MOVE WS-CUR-SERVICE TO SVCRTH-SERVICE-NAME
			MOVE WS-REPORT-DATE TO SVCRTH-DATE
			MOVE HOUR-LABEL-HH TO SVCRTH-HOUR
			MOVE WS-SVC-HR-CALLS (WS-CUR-IDX WS-HR-IDX)
				TO SVCRTH-CALL-COUNT
			MOVE WS-HR-MEDIAN (WS-HR-IDX)
				TO SVCRTH-MEDIAN-MS
			MOVE WS-HR-P95 (WS-HR-IDX) TO SVCRTH-P95-MS
			MOVE WS-HR-MAX (WS-HR-IDX) TO SVCRTH-MAX-MS
			PERFORM 3300-SAVE-HISTORY
		END-IF.
      *
      *  A rerun for the same day replaces that day's rows.
	3300-SAVE-HISTORY.
		WRITE RT-HISTORY-RECORD
			INVALID KEY
				REWRITE RT-HISTORY-RECORD
		END-WRITE.
      *
	9000-SUMMARY.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SERVICES REPORTED:" TO CNT-TEXT
		MOVE WS-SVC-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "TIMED CALLS:" TO CNT-TEXT
		MOVE WS-TOTAL-CALLS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CALLS WITHOUT START TIME:" TO CNT-TEXT
		MOVE WS-UNTIMED-CALLS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CALLS OVER SERVICE TABLE:" TO CNT-TEXT
		MOVE WS-DROPPED-CALLS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SERVICES DEGRADED:" TO CNT-TEXT
		MOVE WS-DEGRADED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
