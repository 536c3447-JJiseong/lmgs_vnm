      *
      *  HBPRBT1.cbl
      *
      *  Service heartbeat probe.  Scheduled every few minutes so a
      *  service that has gone down is found by the probe rather
      *  than by a teller ringing the help desk - RPTTPST1 and
      *  TPEVRPT1 only see a failure once real traffic has hit it.
      *
      *  Every service named on the SUB-TYPE registry (SUBTYPER,
      *  as owning service) or the dispatch-priority file
      *  (SVCPRIOR) is called once through RETRYQ01 with an empty
      *  request - the lightest inquiry there is.  A service that
      *  answers, even with a business refusal (TPESVCFAIL), is up;
      *  any other status is down.  Each probe lands on the
      *  heartbeat log (HBLOGR) with its round-trip time, and the
      *  service's state row (HBSTATR) keeps the run of failures:
      *  when it reaches the HBFAILS parameter (number, default 3)
      *  a notice goes to the notification queue as a TPU-IGN
      *  client "SVCHB-<service>", which NOTESC01 drops straight to
      *  the manual alert list (MANALRTR) - once per outage, until
      *  a probe gets an answer again.
      *
      *  Outside business hours - before HBSTART or from HBEND
      *  (numbers, HHMM, defaults 0700 and 1900) - the run does
      *  nothing, so the scheduler can fire it around the clock.
      *  A service whose state row is marked not to be probed is
      *  passed over.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. HBPRBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SUB-TYPE-FILE ASSIGN TO "SUBTYPE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SUBTYPE-NAME
			FILE STATUS IS WS-SUBTYPE-STATUS.
		SELECT SVC-PRIOR-FILE ASSIGN TO "SVCPRIOR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS PRIO-SERVICE-NAME
			FILE STATUS IS WS-PRIOR-STATUS.
		SELECT HB-STATE-FILE ASSIGN TO "HBSTATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS HBSTAT-SERVICE-NAME
			FILE STATUS IS WS-HBSTAT-STATUS.
		SELECT HB-LOG-FILE ASSIGN TO "HBLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-HBLOG-STATUS.
		SELECT NOT-QUEUE-FILE ASSIGN TO "NOTQUEUE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS NOTQ-CLTNAME
			FILE STATUS IS WS-NOTQ-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SUB-TYPE-FILE.
	01  SUB-TYPE-RECORD.
		COPY SUBTYPER.
	FD  SVC-PRIOR-FILE.
	01  SVC-PRIOR-RECORD.
		COPY SVCPRIOR.
	FD  HB-STATE-FILE.
	01  HB-STATE-RECORD.
		COPY HBSTATR.
	FD  HB-LOG-FILE.
	01  HB-LOG-RECORD.
		COPY HBLOGR.
	FD  NOT-QUEUE-FILE.
	01  NOT-QUEUE-RECORD.
		COPY NOTQUEUR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SUBTYPE-STATUS		PIC XX.
	01  WS-PRIOR-STATUS		PIC XX.
	01  WS-HBSTAT-STATUS		PIC XX.
	01  WS-HBLOG-STATUS		PIC XX.
	01  WS-NOTQ-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-NOW-HHMM			PIC 9(4).
	01  WS-START-HHMM		PIC 9(4).
	01  WS-END-HHMM			PIC 9(4).
	01  WS-FAIL-LIMIT		PIC S9(5) COMP-3.
	01  WS-WORK-SERVICE		PIC X(15).
	01  WS-SERVICE-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SERVICE-TABLE.
		05  WS-SVC-NAME OCCURS 200 TIMES
					PIC X(15).
	01  WS-SVC-IDX			PIC S9(4) COMP-5.
	01  WS-SVC-FOUND-FLAG		PIC X.
		88  WS-SVC-FOUND	VALUE "Y".
	01  WS-CLOCK			PIC X(21).
	01  WS-CLOCK-HH			PIC 9(2).
	01  WS-CLOCK-MM			PIC 9(2).
	01  WS-CLOCK-SS			PIC 9(2).
	01  WS-CLOCK-CS			PIC 9(2).
	01  WS-START-CS			PIC S9(9) COMP-5.
	01  WS-END-CS			PIC S9(9) COMP-5.
	01  WS-CLOCK-CS-TOTAL		PIC S9(9) COMP-5.
	01  WS-FAILS-DISP		PIC ZZZZ9.
	01  TPSVCDEF-REC.
		COPY TPSVCDEF.
	01  TPTYPE-REC.
		COPY TPTYPE.
	01  TPSTATUS-REC.
		COPY TPSTATUS.
	01  WS-SVC-DATA			PIC X(200).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (9:4) TO WS-NOW-HHMM
		PERFORM 0100-LOAD-PARAMETERS
		IF WS-NOW-HHMM NOT < WS-START-HHMM
			AND WS-NOW-HHMM < WS-END-HHMM
			PERFORM 1000-COLLECT-SERVICES
			PERFORM 2000-PROBE-SERVICES
		END-IF
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 0700 TO WS-START-HHMM
		MOVE 1900 TO WS-END-HHMM
		MOVE 3 TO WS-FAIL-LIMIT
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "HBSTART" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-START-HHMM
		END-IF
		MOVE "HBEND" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-END-HHMM
		END-IF
		MOVE "HBFAILS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-FAIL-LIMIT
		END-IF.
      *
      *  One list of service names from both registries, each
      *  name once.
	1000-COLLECT-SERVICES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SUB-TYPE-FILE
		IF WS-SUBTYPE-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-SUB-TYPE UNTIL WS-EOF
		CLOSE SUB-TYPE-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SVC-PRIOR-FILE
		IF WS-PRIOR-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1200-READ-PRIORITY UNTIL WS-EOF
		CLOSE SVC-PRIOR-FILE.
      *
	1100-READ-SUB-TYPE.
		READ SUB-TYPE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE SUBTYPE-OWNING-SERVICE
					TO WS-WORK-SERVICE
				PERFORM 1300-ADD-SERVICE
		END-READ.
      *
	1200-READ-PRIORITY.
		READ SVC-PRIOR-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE PRIO-SERVICE-NAME
					TO WS-WORK-SERVICE
				PERFORM 1300-ADD-SERVICE
		END-READ.
      *
	1300-ADD-SERVICE.
		MOVE "N" TO WS-SVC-FOUND-FLAG
		PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
				UNTIL WS-SVC-IDX > WS-SERVICE-COUNT
				OR WS-SVC-FOUND
			IF WS-SVC-NAME (WS-SVC-IDX) = WS-WORK-SERVICE
				SET WS-SVC-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-SVC-FOUND
			AND WS-WORK-SERVICE NOT = SPACES
			AND WS-SERVICE-COUNT < 200
			ADD 1 TO WS-SERVICE-COUNT
			MOVE WS-WORK-SERVICE TO
				WS-SVC-NAME (WS-SERVICE-COUNT)
		END-IF.
      *
	2000-PROBE-SERVICES.
		OPEN I-O HB-STATE-FILE
		IF WS-HBSTAT-STATUS NOT = "00"
			CLOSE HB-STATE-FILE
			OPEN OUTPUT HB-STATE-FILE
			CLOSE HB-STATE-FILE
			OPEN I-O HB-STATE-FILE
		END-IF
		OPEN EXTEND HB-LOG-FILE
		IF WS-HBLOG-STATUS NOT = "00"
			CLOSE HB-LOG-FILE
			OPEN OUTPUT HB-LOG-FILE
		END-IF
		PERFORM 2100-PROBE-ONE-SERVICE
			VARYING WS-SVC-IDX FROM 1 BY 1
			UNTIL WS-SVC-IDX > WS-SERVICE-COUNT
		CLOSE HB-LOG-FILE
		CLOSE HB-STATE-FILE.
      *
	2100-PROBE-ONE-SERVICE.
		MOVE WS-SVC-NAME (WS-SVC-IDX) TO HBSTAT-SERVICE-NAME
		READ HB-STATE-FILE
			INVALID KEY
				PERFORM 2200-ADD-STATE
		END-READ
		IF HBSTAT-PROBED
			PERFORM 3000-CALL-SERVICE
			PERFORM 4000-RECORD-OUTCOME
		END-IF.
      *
	2200-ADD-STATE.
		MOVE SPACES TO HB-STATE-RECORD
		MOVE WS-SVC-NAME (WS-SVC-IDX) TO HBSTAT-SERVICE-NAME
		MOVE "Y" TO HBSTAT-PROBE-FLAG
		MOVE ZERO TO HBSTAT-CONSEC-FAILS
		MOVE "N" TO HBSTAT-ALERT-FLAG
		WRITE HB-STATE-RECORD.
      *
      *  The round trip is taken off the clock either side of the
      *  call, to the hundredth of a second.
	3000-CALL-SERVICE.
		PERFORM 3100-READ-CLOCK
		MOVE WS-CLOCK-CS-TOTAL TO WS-START-CS
		MOVE SPACES TO WS-SVC-DATA
		MOVE HBSTAT-SERVICE-NAME TO SERVICE-NAME
		SET X-COMMON TO TRUE
		MOVE LENGTH OF WS-SVC-DATA TO LEN
		CALL "RETRYQ01" USING TPSVCDEF-REC TPTYPE-REC
			WS-SVC-DATA TPSTATUS-REC
		PERFORM 3100-READ-CLOCK
		MOVE WS-CLOCK-CS-TOTAL TO WS-END-CS.
      *
	3100-READ-CLOCK.
		MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
		MOVE WS-CLOCK (9:2) TO WS-CLOCK-HH
		MOVE WS-CLOCK (11:2) TO WS-CLOCK-MM
		MOVE WS-CLOCK (13:2) TO WS-CLOCK-SS
		MOVE WS-CLOCK (15:2) TO WS-CLOCK-CS
		COMPUTE WS-CLOCK-CS-TOTAL =
			(WS-CLOCK-HH * 360000) + (WS-CLOCK-MM * 6000)
			+ (WS-CLOCK-SS * 100) + WS-CLOCK-CS.
      *
	4000-RECORD-OUTCOME.
		MOVE SPACES TO HB-LOG-RECORD
		MOVE HBSTAT-SERVICE-NAME TO HBLOG-SERVICE-NAME
		MOVE WS-CLOCK (1:8) TO HBLOG-DATE
		MOVE WS-CLOCK (9:6) TO HBLOG-TIME
		MOVE TP-STATUS TO HBLOG-TP-STATUS
		MOVE APPL-RETURN-CODE TO HBLOG-APPL-CODE
		COMPUTE HBLOG-ROUND-TRIP-MS =
			(WS-END-CS - WS-START-CS) * 10
		IF TPOK OR TPESVCFAIL
			SET HBLOG-UP TO TRUE
			MOVE ZERO TO HBSTAT-CONSEC-FAILS
			MOVE "N" TO HBSTAT-ALERT-FLAG
		ELSE
			SET HBLOG-DOWN TO TRUE
			ADD 1 TO HBSTAT-CONSEC-FAILS
			IF HBSTAT-CONSEC-FAILS >= WS-FAIL-LIMIT
				AND HBSTAT-NO-ALERT
				PERFORM 5000-RAISE-ALERT
			END-IF
		END-IF
		WRITE HB-LOG-RECORD
		MOVE HBLOG-DATE TO HBSTAT-LAST-DATE
		MOVE HBLOG-TIME TO HBSTAT-LAST-TIME
		MOVE HBLOG-RESULT TO HBSTAT-LAST-RESULT
		REWRITE HB-STATE-RECORD.
      *
      *  The same queue-row shape BCTHBAT1 uses for its duration
      *  breaches, but as a TPU-IGN client: nobody is signed on to
      *  take it, so NOTESC01 sends it to the manual alert list on
      *  its next pass.
	5000-RAISE-ALERT.
		OPEN I-O NOT-QUEUE-FILE
		IF WS-NOTQ-STATUS NOT = "00"
			CLOSE NOT-QUEUE-FILE
			OPEN OUTPUT NOT-QUEUE-FILE
			CLOSE NOT-QUEUE-FILE
			OPEN I-O NOT-QUEUE-FILE
		END-IF
		MOVE SPACES TO NOTQ-CLTNAME
		STRING "SVCHB-" DELIMITED BY SIZE
			HBSTAT-SERVICE-NAME DELIMITED BY SPACE
			INTO NOTQ-CLTNAME
		MOVE HBSTAT-CONSEC-FAILS TO WS-FAILS-DISP
		READ NOT-QUEUE-FILE
			INVALID KEY
				PERFORM 5100-BUILD-ALERT
				WRITE NOT-QUEUE-RECORD
			NOT INVALID KEY
				PERFORM 5100-BUILD-ALERT
				REWRITE NOT-QUEUE-RECORD
		END-READ
		CLOSE NOT-QUEUE-FILE
		MOVE "Y" TO HBSTAT-ALERT-FLAG.
      *
	5100-BUILD-ALERT.
		MOVE SPACES TO NOTQ-MSGTEXT
		STRING "SERVICE " DELIMITED BY SIZE
			HBSTAT-SERVICE-NAME DELIMITED BY SPACE
			" NOT ANSWERING - " DELIMITED BY SIZE
			WS-FAILS-DISP DELIMITED BY SIZE
			" PROBES FAILED" DELIMITED BY SIZE
			INTO NOTQ-MSGTEXT
		SET NOTQ-TPU-IGN TO TRUE
		MOVE ZERO TO NOTQ-RETRY-COUNT
		MOVE ZERO TO NOTQ-NEXT-ATTEMPT-SECS
		SET NOTQ-PENDING TO TRUE.
      *
