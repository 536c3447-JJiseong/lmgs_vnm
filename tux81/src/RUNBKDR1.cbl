      *
      *  RUNBKDR1.cbl
      *
      *  Run-book driver for the night's batch train.  BATCTLCK lets
      *  each job refuse to start until its predecessors are done,
      *  but operators still launched every job by hand in run-book
      *  order and worked out the restart point themselves after a
      *  failure.  This driver reads the Batch Control file (BATCTLR)
      *  and runs the train itself:
      *
      *  The train for the business date (SYSDTLK1 - the date the
      *  night closes) is every job scheduled daily, plus the
      *  month-end jobs on the last calendar day of the month, with
      *  the three BATCTL-PREDECESSOR slots as its dependency order.
      *  It is entered on the run-book register (RUNBKR) under the
      *  business date.
      *
      *  Each job is launched in the background as soon as all its
      *  predecessors have completed in this train, so independent
      *  branches run side by side.  A predecessor counts only the
      *  way BATCTLCK counts it - completed AND signed off on BATCTLR
      *  - so the sign-off gate still holds: a job whose predecessor
      *  is complete but not yet signed off waits for the operator's
      *  BATCTMT1 sign-off, and the train gives up waiting after
      *  RBKWAITM minutes (system parameter, default 60) with no
      *  progress.  A predecessor that BCTMODE1 stamped as a
      *  SIMULATED run holds its dependents too - they would build
      *  on figures that were never posted - unless RBKSIMOK is 1
      *  (a rehearsal night, every financial batch simulated).  A
      *  predecessor outside the train (an on-request job, a
      *  month-end job mid-month) must already show a completed,
      *  signed-off live run on BATCTLR, the same as at the gate.
      *
      *  A job has ended when its return-code file (RUNBK.<job>.RC)
      *  appears; it has completed only if the code is zero and its
      *  own BATCTLR row shows a completed run started after the
      *  launch.  Anything else fails it, and every job depending on
      *  it, directly or further down, is held rather than run.
      *  The driver polls every RBKPOLL seconds (default 30).  Jobs
      *  are started by the command named in RBKLNCH's description
      *  followed by the job name, with the job's output in
      *  <job>.LOG.  RBKLNCH has no default: with no launch command
      *  set up the driver writes a failure line to its timeline and
      *  stops without touching the run-book or launching anything.
      *
      *  Running the driver again on the same business date restarts
      *  the train: completed jobs stay completed and are not rerun,
      *  failed, held and not-run jobs go back to waiting, and a job
      *  still shown launched is polled for its return code rather
      *  than launched twice.  The run timeline (RUNBKDR1.OUT) lists
      *  every job in launch order with its launch and end stamps,
      *  minutes run, return code, live/simulated mode and the reason
      *  for any failure or hold.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RUNBKDR1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCTLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BATCTL-JOB-NAME
			FILE STATUS IS WS-BATCTL-STATUS.
		SELECT RUN-BOOK-FILE ASSIGN TO "RUNBKR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RUNBK-KEY
			FILE STATUS IS WS-RUNBK-STATUS.
		SELECT RC-FILE ASSIGN TO WS-RC-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RC-STATUS.
		SELECT RPT-FILE ASSIGN TO "RUNBKDR1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BATCH-CONTROL-FILE.
	01  BATCH-CONTROL-RECORD.
		COPY BATCTLR.
	FD  RUN-BOOK-FILE.
	01  RUN-BOOK-RECORD.
		COPY RUNBKR.
	FD  RC-FILE.
	01  RC-LINE			PIC X(10).
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-BATCTL-STATUS		PIC XX.
	01  WS-RUNBK-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RC-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TRAIN-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-NEXT-DAY			PIC 9(8).
	01  WS-MONTH-END-FLAG		PIC X VALUE "N".
		88  WS-MONTH-END	VALUE "Y".
	01  WS-RESTART-FLAG		PIC X VALUE "N".
		88  WS-RESTART		VALUE "Y".
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
      *  Parameters.
	01  WS-POLL-SECONDS		PIC 9(4).
	01  WS-WAIT-MINUTES		PIC S9(5) COMP-3.
	01  WS-SIM-OK-FLAG		PIC X VALUE "N".
		88  WS-SIM-OK		VALUE "Y".
	01  WS-LAUNCH-PREFIX		PIC X(30).
      *
      *  The train, held in core; each change of state is written
      *  straight back to the register.
	01  WS-TRN-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-TRN-TABLE.
		05  WS-TRN-ENTRY OCCURS 300 TIMES.
			10  WS-TRN-JOB		PIC X(9).
			10  WS-TRN-PRED-1	PIC X(9).
			10  WS-TRN-PRED-2	PIC X(9).
			10  WS-TRN-PRED-3	PIC X(9).
			10  WS-TRN-STATE	PIC X.
				88  WS-TRN-WAITING	VALUE "W".
				88  WS-TRN-LAUNCHED	VALUE "L".
				88  WS-TRN-COMPLETE	VALUE "C".
				88  WS-TRN-FAILED	VALUE "F".
				88  WS-TRN-HELD		VALUE "H".
				88  WS-TRN-NOT-RUN	VALUE "N".
			10  WS-TRN-SEQ		PIC 9(4).
			10  WS-TRN-LAUNCH-DATE	PIC X(8).
			10  WS-TRN-LAUNCH-TIME	PIC X(6).
			10  WS-TRN-END-DATE	PIC X(8).
			10  WS-TRN-END-TIME	PIC X(6).
			10  WS-TRN-RC		PIC X(3).
			10  WS-TRN-MODE		PIC X.
			10  WS-TRN-NOTE		PIC X(20).
	01  WS-TRN-IDX			PIC S9(4) COMP-5.
	01  WS-FIND-IDX			PIC S9(4) COMP-5.
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
	01  WS-NEXT-SEQ			PIC 9(4) VALUE 0.
	01  WS-PRINT-SEQ		PIC 9(4).
      *
      *  One pass over the train.
	01  WS-TRAIN-DONE-FLAG		PIC X.
		88  WS-TRAIN-DONE	VALUE "Y".
	01  WS-PROGRESS-FLAG		PIC X.
		88  WS-PROGRESS		VALUE "Y".
	01  WS-RUNNING-COUNT		PIC S9(4) COMP-5.
	01  WS-WAITING-COUNT		PIC S9(4) COMP-5.
	01  WS-SIGNOFF-WAIT-COUNT	PIC S9(4) COMP-5.
	01  WS-NOW-MINUTES		PIC S9(9) COMP-5.
	01  WS-PROGRESS-MINUTES		PIC S9(9) COMP-5.
	01  WS-STOP-NOTE		PIC X(20).
      *
      *  Readiness of one waiting job.
	01  WS-CHECK-NAME		PIC X(9).
	01  WS-READY-FLAG		PIC X.
		88  WS-READY		VALUE "Y".
	01  WS-HOLD-FLAG		PIC X.
		88  WS-HOLD		VALUE "Y".
	01  WS-HOLD-NOTE		PIC X(20).
	01  WS-SIGNOFF-PENDING-FLAG	PIC X.
		88  WS-SIGNOFF-PENDING	VALUE "Y".
	01  WS-IN-TRAIN-FLAG		PIC X.
		88  WS-IN-TRAIN		VALUE "Y".
      *
      *  Launching and ending.
	01  WS-RC-NAME			PIC X(20).
	01  WS-COMMAND			PIC X(250).
	01  WS-LAUNCH-STAMP		PIC X(14).
	01  WS-START-STAMP		PIC X(14).
	01  WS-RAN-FLAG			PIC X.
		88  WS-RAN		VALUE "Y".
      *
      *  Minutes arithmetic, as BATCTLCK does it.
	01  WS-STAMP-DATE		PIC X(8).
	01  WS-STAMP-TIME		PIC X(6).
	01  WS-HH			PIC 9(2).
	01  WS-MM			PIC 9(2).
	01  WS-STAMP-MINUTES		PIC S9(9) COMP-5.
	01  WS-LAUNCH-MINUTES		PIC S9(9) COMP-5.
	01  WS-RUN-MINUTES		PIC S9(9) COMP-5.
      *
	01  WS-COUNT-COMPLETE		PIC 9(9) VALUE 0.
	01  WS-COUNT-FAILED		PIC 9(9) VALUE 0.
	01  WS-COUNT-HELD		PIC 9(9) VALUE 0.
	01  WS-COUNT-NOT-RUN		PIC 9(9) VALUE 0.
	01  WS-COUNT-SIMULATED		PIC 9(9) VALUE 0.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(11) VALUE "JOB".
		05  FILLER		PIC X(10) VALUE "STATE".
		05  FILLER		PIC X(17) VALUE "LAUNCHED".
		05  FILLER		PIC X(17) VALUE "ENDED".
		05  FILLER		PIC X(7) VALUE "  MINS".
		05  FILLER		PIC X(5) VALUE "RC".
		05  FILLER		PIC X(6) VALUE "MODE".
		05  FILLER		PIC X(20) VALUE "NOTE".
	01  WS-DETAIL-LINE.
		05  DTL-JOB		PIC X(9).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-STATE		PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LAUNCH-DATE	PIC X(8).
		05  FILLER		PIC X VALUE SPACE.
		05  DTL-LAUNCH-TIME	PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-END-DATE	PIC X(8).
		05  FILLER		PIC X VALUE SPACE.
		05  DTL-END-TIME	PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-MINUTES		PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RC		PIC X(3).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-MODE		PIC X(4).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-NOTE		PIC X(20).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(28).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-TRAIN-DATE
			WS-BUSDATE-OPEN-FLAG
		PERFORM 0100-LOAD-PARAMETERS
		PERFORM 0200-CHECK-MONTH-END
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "BATCH TRAIN RUN TIMELINE - BUSINESS DATE "
			WS-TRAIN-DATE
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-LAUNCH-PREFIX = SPACES
			MOVE "RBKLNCH NOT SET - NO JOB LAUNCHED"
				TO RPT-LINE
			WRITE RPT-LINE
		ELSE
			PERFORM 0300-RUN-THE-TRAIN
		END-IF
		CLOSE RPT-FILE
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 30 TO WS-POLL-SECONDS
		MOVE 60 TO WS-WAIT-MINUTES
		MOVE SPACES TO WS-LAUNCH-PREFIX
		MOVE WS-TRAIN-DATE TO WS-PARM-AS-OF
		MOVE "RBKPOLL" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-POLL-SECONDS
		END-IF
		MOVE "RBKWAITM" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-WAIT-MINUTES
		END-IF
		MOVE "RBKSIMOK" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			IF PARM-NUMBER = 1
				SET WS-SIM-OK TO TRUE
			END-IF
		END-IF
		MOVE "RBKLNCH" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-DESCRIPTION
				TO WS-LAUNCH-PREFIX
		END-IF
		IF WS-POLL-SECONDS = ZERO
			MOVE 30 TO WS-POLL-SECONDS
		END-IF.
      *
	0200-CHECK-MONTH-END.
		MOVE WS-TRAIN-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-NEXT-DAY =
			FUNCTION DATE-OF-INTEGER (WS-DATE-INT + 1)
		IF WS-NEXT-DAY (5:2) NOT = WS-TRAIN-DATE (5:2)
			SET WS-MONTH-END TO TRUE
		END-IF.
      *
	0300-RUN-THE-TRAIN.
		OPEN I-O RUN-BOOK-FILE
		IF WS-RUNBK-STATUS NOT = "00"
			CLOSE RUN-BOOK-FILE
			OPEN OUTPUT RUN-BOOK-FILE
			CLOSE RUN-BOOK-FILE
			OPEN I-O RUN-BOOK-FILE
		END-IF
		PERFORM 1000-PREPARE-TRAIN
		PERFORM 2000-RUN-TRAIN
		PERFORM 3000-PRINT-TIMELINE
		CLOSE RUN-BOOK-FILE.
      *
      *  A train already on the register for this business date is
      *  a restart; otherwise the train is built from BATCTLR.
	1000-PREPARE-TRAIN.
		PERFORM 1100-LOAD-REGISTER
		IF WS-TRN-COUNT > ZERO
			SET WS-RESTART TO TRUE
			PERFORM 1500-RESUME-JOB
				VARYING WS-TRN-IDX FROM 1 BY 1
				UNTIL WS-TRN-IDX > WS-TRN-COUNT
			MOVE "RESTART - COMPLETED JOBS ARE NOT RERUN"
				TO RPT-LINE
		ELSE
			PERFORM 1300-BUILD-TRAIN
			MOVE "NEW TRAIN BUILT FROM BATCH CONTROL"
				TO RPT-LINE
		END-IF
		WRITE RPT-LINE
		IF WS-MONTH-END
			MOVE "MONTH-END JOBS INCLUDED" TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	1100-LOAD-REGISTER.
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-TRAIN-DATE TO RUNBK-TRAIN-DATE
		MOVE LOW-VALUES TO RUNBK-JOB-NAME
		START RUN-BOOK-FILE KEY >= RUNBK-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 1200-READ-REGISTER-ROW UNTIL WS-EOF.
      *
	1200-READ-REGISTER-ROW.
		READ RUN-BOOK-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF RUNBK-TRAIN-DATE = WS-TRAIN-DATE
					PERFORM 1250-TAKE-REGISTER-ROW
				ELSE
					SET WS-EOF TO TRUE
				END-IF
		END-READ.
      *
	1250-TAKE-REGISTER-ROW.
		IF WS-TRN-COUNT < 300
			ADD 1 TO WS-TRN-COUNT
			MOVE WS-TRN-COUNT TO WS-TRN-IDX
			MOVE RUNBK-JOB-NAME TO WS-TRN-JOB (WS-TRN-IDX)
			MOVE RUNBK-PREDECESSOR-1
				TO WS-TRN-PRED-1 (WS-TRN-IDX)
			MOVE RUNBK-PREDECESSOR-2
				TO WS-TRN-PRED-2 (WS-TRN-IDX)
			MOVE RUNBK-PREDECESSOR-3
				TO WS-TRN-PRED-3 (WS-TRN-IDX)
			MOVE RUNBK-STATE-FLAG
				TO WS-TRN-STATE (WS-TRN-IDX)
			MOVE RUNBK-LAUNCH-SEQ TO WS-TRN-SEQ (WS-TRN-IDX)
			MOVE RUNBK-LAUNCH-DATE
				TO WS-TRN-LAUNCH-DATE (WS-TRN-IDX)
			MOVE RUNBK-LAUNCH-TIME
				TO WS-TRN-LAUNCH-TIME (WS-TRN-IDX)
			MOVE RUNBK-END-DATE
				TO WS-TRN-END-DATE (WS-TRN-IDX)
			MOVE RUNBK-END-TIME
				TO WS-TRN-END-TIME (WS-TRN-IDX)
			MOVE RUNBK-RETURN-CODE TO WS-TRN-RC (WS-TRN-IDX)
			MOVE RUNBK-RUN-MODE TO WS-TRN-MODE (WS-TRN-IDX)
			MOVE RUNBK-NOTE TO WS-TRN-NOTE (WS-TRN-IDX)
			IF RUNBK-LAUNCH-SEQ > WS-NEXT-SEQ
				MOVE RUNBK-LAUNCH-SEQ TO WS-NEXT-SEQ
			END-IF
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1300-BUILD-TRAIN.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BATCH-CONTROL-FILE
		IF WS-BATCTL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1400-READ-CONTROL-ROW UNTIL WS-EOF
		CLOSE BATCH-CONTROL-FILE.
      *
	1400-READ-CONTROL-ROW.
		READ BATCH-CONTROL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF BATCTL-SCHED-DAILY
					OR (BATCTL-SCHED-MONTH-END
						AND WS-MONTH-END)
					PERFORM 1450-ADD-TRAIN-JOB
				END-IF
		END-READ.
      *
	1450-ADD-TRAIN-JOB.
		IF WS-TRN-COUNT < 300
			ADD 1 TO WS-TRN-COUNT
			MOVE WS-TRN-COUNT TO WS-TRN-IDX
			MOVE BATCTL-JOB-NAME TO WS-TRN-JOB (WS-TRN-IDX)
			MOVE BATCTL-PREDECESSOR-1
				TO WS-TRN-PRED-1 (WS-TRN-IDX)
			MOVE BATCTL-PREDECESSOR-2
				TO WS-TRN-PRED-2 (WS-TRN-IDX)
			MOVE BATCTL-PREDECESSOR-3
				TO WS-TRN-PRED-3 (WS-TRN-IDX)
			PERFORM 1460-CLEAR-RUN-FIELDS
			MOVE ZERO TO WS-TRN-SEQ (WS-TRN-IDX)
			PERFORM 8100-WRITE-REGISTER-ROW
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1460-CLEAR-RUN-FIELDS.
		SET WS-TRN-WAITING (WS-TRN-IDX) TO TRUE
		MOVE SPACES TO WS-TRN-LAUNCH-DATE (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-LAUNCH-TIME (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-END-DATE (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-END-TIME (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-RC (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-MODE (WS-TRN-IDX)
		MOVE SPACES TO WS-TRN-NOTE (WS-TRN-IDX).
      *
      *  Completed jobs stay as they are; a job still shown launched
      *  may yet be running, so it is polled rather than relaunched.
	1500-RESUME-JOB.
		IF WS-TRN-FAILED (WS-TRN-IDX)
			OR WS-TRN-HELD (WS-TRN-IDX)
			OR WS-TRN-NOT-RUN (WS-TRN-IDX)
			PERFORM 1460-CLEAR-RUN-FIELDS
			MOVE ZERO TO WS-TRN-SEQ (WS-TRN-IDX)
			PERFORM 8100-WRITE-REGISTER-ROW
		END-IF.
      *
	2000-RUN-TRAIN.
		IF WS-TBL-OVERFLOW
			MOVE "TRAIN TRUNCATED - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		MOVE "N" TO WS-TRAIN-DONE-FLAG
		PERFORM 8300-TAKE-NOW-MINUTES
		MOVE WS-NOW-MINUTES TO WS-PROGRESS-MINUTES
		PERFORM 2100-DRIVE-CYCLE UNTIL WS-TRAIN-DONE.
      *
	2100-DRIVE-CYCLE.
		MOVE "N" TO WS-PROGRESS-FLAG
		MOVE ZERO TO WS-SIGNOFF-WAIT-COUNT
		PERFORM 2200-POLL-JOB
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT
		PERFORM 2400-CONSIDER-JOB
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT
		MOVE ZERO TO WS-RUNNING-COUNT
		MOVE ZERO TO WS-WAITING-COUNT
		PERFORM 2150-COUNT-STATE
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT
		PERFORM 8300-TAKE-NOW-MINUTES
		IF WS-PROGRESS
			MOVE WS-NOW-MINUTES TO WS-PROGRESS-MINUTES
		END-IF
		EVALUATE TRUE
			WHEN WS-RUNNING-COUNT = ZERO
				AND WS-WAITING-COUNT = ZERO
				SET WS-TRAIN-DONE TO TRUE
			WHEN WS-RUNNING-COUNT = ZERO
				AND WS-SIGNOFF-WAIT-COUNT = ZERO
				AND NOT WS-PROGRESS
				MOVE "PRED NEVER RUNS" TO WS-STOP-NOTE
				PERFORM 2800-STOP-WAITING-JOBS
			WHEN WS-RUNNING-COUNT = ZERO
				AND WS-NOW-MINUTES - WS-PROGRESS-MINUTES
					>= WS-WAIT-MINUTES
				MOVE "SIGN-OFF TIMEOUT" TO WS-STOP-NOTE
				PERFORM 2800-STOP-WAITING-JOBS
			WHEN WS-PROGRESS
				CONTINUE
			WHEN OTHER
				PERFORM 2900-SLEEP
		END-EVALUATE.
      *
	2150-COUNT-STATE.
		IF WS-TRN-LAUNCHED (WS-TRN-IDX)
			ADD 1 TO WS-RUNNING-COUNT
		END-IF
		IF WS-TRN-WAITING (WS-TRN-IDX)
			ADD 1 TO WS-WAITING-COUNT
		END-IF.
      *
	2200-POLL-JOB.
		IF WS-TRN-LAUNCHED (WS-TRN-IDX)
			PERFORM 8400-BUILD-RC-NAME
			OPEN INPUT RC-FILE
			IF WS-RC-STATUS NOT = "00"
				CLOSE RC-FILE
			ELSE
				MOVE SPACES TO RC-LINE
				READ RC-FILE
					AT END
						CONTINUE
				END-READ
				CLOSE RC-FILE
				PERFORM 2300-JOB-ENDED
			END-IF
		END-IF.
      *
      *  The job has ended; it completed only if it returned zero
      *  and its own control row shows a finished run that started
      *  after this launch (a job its BATCTLCK gate turned away
      *  returns zero but never starts).
	2300-JOB-ENDED.
		SET WS-PROGRESS TO TRUE
		MOVE WS-NOW (1:8) TO WS-TRN-END-DATE (WS-TRN-IDX)
		MOVE WS-NOW (9:6) TO WS-TRN-END-TIME (WS-TRN-IDX)
		MOVE RC-LINE (1:3) TO WS-TRN-RC (WS-TRN-IDX)
		MOVE "N" TO WS-RAN-FLAG
		MOVE WS-TRN-JOB (WS-TRN-IDX) TO WS-CHECK-NAME
		PERFORM 8200-READ-CONTROL-ROW
		IF WS-FOUND
			STRING WS-TRN-LAUNCH-DATE (WS-TRN-IDX)
				WS-TRN-LAUNCH-TIME (WS-TRN-IDX)
				DELIMITED BY SIZE INTO WS-LAUNCH-STAMP
			STRING BATCTL-START-DATE BATCTL-START-TIME
				DELIMITED BY SIZE INTO WS-START-STAMP
			IF BATCTL-COMPLETED
				AND WS-START-STAMP >= WS-LAUNCH-STAMP
				SET WS-RAN TO TRUE
				MOVE BATCTL-RUN-MODE
					TO WS-TRN-MODE (WS-TRN-IDX)
			END-IF
		END-IF
		EVALUATE TRUE
			WHEN RC-LINE (1:1) NOT = "0"
				OR RC-LINE (2:1) NOT = SPACE
				SET WS-TRN-FAILED (WS-TRN-IDX) TO TRUE
				MOVE "NON-ZERO RETURN"
					TO WS-TRN-NOTE (WS-TRN-IDX)
			WHEN NOT WS-RAN
				SET WS-TRN-FAILED (WS-TRN-IDX) TO TRUE
				MOVE "GATE HELD - NOT RUN"
					TO WS-TRN-NOTE (WS-TRN-IDX)
			WHEN OTHER
				SET WS-TRN-COMPLETE (WS-TRN-IDX) TO TRUE
		END-EVALUATE
		PERFORM 8000-REWRITE-REGISTER-ROW.
      *
	2400-CONSIDER-JOB.
		IF WS-TRN-WAITING (WS-TRN-IDX)
			MOVE "Y" TO WS-READY-FLAG
			MOVE "N" TO WS-HOLD-FLAG
			MOVE "N" TO WS-SIGNOFF-PENDING-FLAG
			MOVE WS-TRN-PRED-1 (WS-TRN-IDX) TO WS-CHECK-NAME
			PERFORM 2500-CHECK-PREDECESSOR
			MOVE WS-TRN-PRED-2 (WS-TRN-IDX) TO WS-CHECK-NAME
			PERFORM 2500-CHECK-PREDECESSOR
			MOVE WS-TRN-PRED-3 (WS-TRN-IDX) TO WS-CHECK-NAME
			PERFORM 2500-CHECK-PREDECESSOR
			EVALUATE TRUE
				WHEN WS-HOLD
					PERFORM 2700-HOLD-JOB
				WHEN WS-READY
					PERFORM 2600-LAUNCH-JOB
				WHEN WS-SIGNOFF-PENDING
					ADD 1 TO WS-SIGNOFF-WAIT-COUNT
				WHEN OTHER
					CONTINUE
			END-EVALUATE
		END-IF.
      *
      *  A failed, held or stopped predecessor holds the job; one
      *  still waiting or running keeps it waiting; a completed one
      *  - or one outside the train - must pass the BATCTLCK test on
      *  its control row.
	2500-CHECK-PREDECESSOR.
		IF WS-CHECK-NAME NOT = SPACES
			MOVE "N" TO WS-IN-TRAIN-FLAG
			PERFORM 8500-FIND-JOB
			IF WS-FOUND
				SET WS-IN-TRAIN TO TRUE
			END-IF
			EVALUATE TRUE
				WHEN NOT WS-IN-TRAIN
					PERFORM 2550-CHECK-CONTROL-ROW
				WHEN WS-TRN-FAILED (WS-FIND-IDX)
					OR WS-TRN-HELD (WS-FIND-IDX)
					OR WS-TRN-NOT-RUN (WS-FIND-IDX)
					SET WS-HOLD TO TRUE
					MOVE "PRED FAILED"
						TO WS-HOLD-NOTE
				WHEN WS-TRN-COMPLETE (WS-FIND-IDX)
					PERFORM 2550-CHECK-CONTROL-ROW
				WHEN OTHER
					MOVE "N" TO WS-READY-FLAG
			END-EVALUATE
		END-IF.
      *
	2550-CHECK-CONTROL-ROW.
		PERFORM 8200-READ-CONTROL-ROW
		EVALUATE TRUE
			WHEN NOT WS-FOUND
				SET WS-HOLD TO TRUE
				MOVE "PRED NOT DEFINED" TO WS-HOLD-NOTE
			WHEN NOT BATCTL-COMPLETED AND NOT WS-IN-TRAIN
				SET WS-HOLD TO TRUE
				MOVE "PRED NOT IN TRAIN" TO WS-HOLD-NOTE
			WHEN NOT BATCTL-COMPLETED
				MOVE "N" TO WS-READY-FLAG
			WHEN BATCTL-RAN-SIMULATED AND NOT WS-SIM-OK
				SET WS-HOLD TO TRUE
				MOVE "PRED SIMULATED" TO WS-HOLD-NOTE
			WHEN NOT BATCTL-SIGNED-OFF
				MOVE "N" TO WS-READY-FLAG
				SET WS-SIGNOFF-PENDING TO TRUE
			WHEN OTHER
				CONTINUE
		END-EVALUATE.
      *
	2600-LAUNCH-JOB.
		SET WS-PROGRESS TO TRUE
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		ADD 1 TO WS-NEXT-SEQ
		MOVE WS-NEXT-SEQ TO WS-TRN-SEQ (WS-TRN-IDX)
		SET WS-TRN-LAUNCHED (WS-TRN-IDX) TO TRUE
		MOVE WS-NOW (1:8) TO WS-TRN-LAUNCH-DATE (WS-TRN-IDX)
		MOVE WS-NOW (9:6) TO WS-TRN-LAUNCH-TIME (WS-TRN-IDX)
		PERFORM 8400-BUILD-RC-NAME
		MOVE SPACES TO WS-COMMAND
		STRING "rm -f " WS-RC-NAME DELIMITED BY SPACE
			"; (" DELIMITED BY SIZE
			WS-LAUNCH-PREFIX DELIMITED BY "  "
			" " DELIMITED BY SIZE
			WS-TRN-JOB (WS-TRN-IDX) DELIMITED BY SPACE
			" > " DELIMITED BY SIZE
			WS-TRN-JOB (WS-TRN-IDX) DELIMITED BY SPACE
			".LOG 2>&1; echo $? > " DELIMITED BY SIZE
			WS-RC-NAME DELIMITED BY SPACE
			".T; mv " DELIMITED BY SIZE
			WS-RC-NAME DELIMITED BY SPACE
			".T " DELIMITED BY SIZE
			WS-RC-NAME DELIMITED BY SPACE
			") &" DELIMITED BY SIZE
			INTO WS-COMMAND
		CALL "SYSTEM" USING WS-COMMAND
		PERFORM 8000-REWRITE-REGISTER-ROW.
      *
	2700-HOLD-JOB.
		SET WS-PROGRESS TO TRUE
		SET WS-TRN-HELD (WS-TRN-IDX) TO TRUE
		MOVE WS-HOLD-NOTE TO WS-TRN-NOTE (WS-TRN-IDX)
		PERFORM 8000-REWRITE-REGISTER-ROW.
      *
      *  Nothing is running and nothing more can start: whatever is
      *  still waiting is left for the restart.
	2800-STOP-WAITING-JOBS.
		PERFORM 2850-STOP-ONE-JOB
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT
		SET WS-TRAIN-DONE TO TRUE.
      *
	2850-STOP-ONE-JOB.
		IF WS-TRN-WAITING (WS-TRN-IDX)
			SET WS-TRN-NOT-RUN (WS-TRN-IDX) TO TRUE
			MOVE WS-STOP-NOTE TO WS-TRN-NOTE (WS-TRN-IDX)
			PERFORM 8000-REWRITE-REGISTER-ROW
		END-IF.
      *
	2900-SLEEP.
		MOVE SPACES TO WS-COMMAND
		STRING "sleep " WS-POLL-SECONDS
			DELIMITED BY SIZE INTO WS-COMMAND
		CALL "SYSTEM" USING WS-COMMAND
		MOVE FUNCTION CURRENT-DATE TO WS-NOW.
      *
	3000-PRINT-TIMELINE.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3100-PRINT-SEQ
			VARYING WS-PRINT-SEQ FROM 1 BY 1
			UNTIL WS-PRINT-SEQ > WS-NEXT-SEQ
		MOVE ZERO TO WS-PRINT-SEQ
		PERFORM 3200-PRINT-IF-SEQ
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT
		PERFORM 9000-WRITE-TOTALS.
      *
	3100-PRINT-SEQ.
		PERFORM 3200-PRINT-IF-SEQ
			VARYING WS-TRN-IDX FROM 1 BY 1
			UNTIL WS-TRN-IDX > WS-TRN-COUNT.
      *
	3200-PRINT-IF-SEQ.
		IF WS-TRN-SEQ (WS-TRN-IDX) = WS-PRINT-SEQ
			PERFORM 3300-PRINT-JOB
		END-IF.
      *
	3300-PRINT-JOB.
		MOVE WS-TRN-JOB (WS-TRN-IDX) TO DTL-JOB
		EVALUATE TRUE
			WHEN WS-TRN-COMPLETE (WS-TRN-IDX)
				MOVE "COMPLETE" TO DTL-STATE
				ADD 1 TO WS-COUNT-COMPLETE
			WHEN WS-TRN-FAILED (WS-TRN-IDX)
				MOVE "FAILED" TO DTL-STATE
				ADD 1 TO WS-COUNT-FAILED
			WHEN WS-TRN-HELD (WS-TRN-IDX)
				MOVE "HELD" TO DTL-STATE
				ADD 1 TO WS-COUNT-HELD
			WHEN WS-TRN-LAUNCHED (WS-TRN-IDX)
				MOVE "RUNNING" TO DTL-STATE
			WHEN OTHER
				MOVE "NOT RUN" TO DTL-STATE
				ADD 1 TO WS-COUNT-NOT-RUN
		END-EVALUATE
		MOVE WS-TRN-LAUNCH-DATE (WS-TRN-IDX) TO DTL-LAUNCH-DATE
		MOVE WS-TRN-LAUNCH-TIME (WS-TRN-IDX) TO DTL-LAUNCH-TIME
		MOVE WS-TRN-END-DATE (WS-TRN-IDX) TO DTL-END-DATE
		MOVE WS-TRN-END-TIME (WS-TRN-IDX) TO DTL-END-TIME
		MOVE ZERO TO WS-RUN-MINUTES
		IF WS-TRN-END-DATE (WS-TRN-IDX) NOT = SPACES
			PERFORM 3400-COMPUTE-RUN-MINUTES
		END-IF
		MOVE WS-RUN-MINUTES TO DTL-MINUTES
		MOVE WS-TRN-RC (WS-TRN-IDX) TO DTL-RC
		EVALUATE TRUE
			WHEN WS-TRN-SEQ (WS-TRN-IDX) = ZERO
				MOVE SPACES TO DTL-MODE
			WHEN WS-TRN-MODE (WS-TRN-IDX) = "S"
				MOVE "SIM" TO DTL-MODE
				ADD 1 TO WS-COUNT-SIMULATED
			WHEN OTHER
				MOVE "LIVE" TO DTL-MODE
		END-EVALUATE
		MOVE WS-TRN-NOTE (WS-TRN-IDX) TO DTL-NOTE
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3400-COMPUTE-RUN-MINUTES.
		MOVE WS-TRN-LAUNCH-DATE (WS-TRN-IDX) TO WS-STAMP-DATE
		MOVE WS-TRN-LAUNCH-TIME (WS-TRN-IDX) TO WS-STAMP-TIME
		PERFORM 8600-STAMP-TO-MINUTES
		MOVE WS-STAMP-MINUTES TO WS-LAUNCH-MINUTES
		MOVE WS-TRN-END-DATE (WS-TRN-IDX) TO WS-STAMP-DATE
		MOVE WS-TRN-END-TIME (WS-TRN-IDX) TO WS-STAMP-TIME
		PERFORM 8600-STAMP-TO-MINUTES
		COMPUTE WS-RUN-MINUTES =
			WS-STAMP-MINUTES - WS-LAUNCH-MINUTES.
      *
	8000-REWRITE-REGISTER-ROW.
		PERFORM 8050-FILL-REGISTER-ROW
		REWRITE RUN-BOOK-RECORD.
      *
	8050-FILL-REGISTER-ROW.
		MOVE WS-TRAIN-DATE TO RUNBK-TRAIN-DATE
		MOVE WS-TRN-JOB (WS-TRN-IDX) TO RUNBK-JOB-NAME
		MOVE WS-TRN-PRED-1 (WS-TRN-IDX) TO RUNBK-PREDECESSOR-1
		MOVE WS-TRN-PRED-2 (WS-TRN-IDX) TO RUNBK-PREDECESSOR-2
		MOVE WS-TRN-PRED-3 (WS-TRN-IDX) TO RUNBK-PREDECESSOR-3
		MOVE WS-TRN-STATE (WS-TRN-IDX) TO RUNBK-STATE-FLAG
		MOVE WS-TRN-SEQ (WS-TRN-IDX) TO RUNBK-LAUNCH-SEQ
		MOVE WS-TRN-LAUNCH-DATE (WS-TRN-IDX)
			TO RUNBK-LAUNCH-DATE
		MOVE WS-TRN-LAUNCH-TIME (WS-TRN-IDX)
			TO RUNBK-LAUNCH-TIME
		MOVE WS-TRN-END-DATE (WS-TRN-IDX) TO RUNBK-END-DATE
		MOVE WS-TRN-END-TIME (WS-TRN-IDX) TO RUNBK-END-TIME
		MOVE WS-TRN-RC (WS-TRN-IDX) TO RUNBK-RETURN-CODE
		MOVE WS-TRN-MODE (WS-TRN-IDX) TO RUNBK-RUN-MODE
		MOVE WS-TRN-NOTE (WS-TRN-IDX) TO RUNBK-NOTE.
      *
	8100-WRITE-REGISTER-ROW.
		PERFORM 8050-FILL-REGISTER-ROW
		WRITE RUN-BOOK-RECORD
			INVALID KEY
				REWRITE RUN-BOOK-RECORD
		END-WRITE.
      *
      *  Control rows are read fresh each time - the jobs themselves
      *  stamp them while the train runs.
	8200-READ-CONTROL-ROW.
		MOVE "N" TO WS-FOUND-FLAG
		OPEN INPUT BATCH-CONTROL-FILE
		IF WS-BATCTL-STATUS = "00"
			MOVE WS-CHECK-NAME TO BATCTL-JOB-NAME
			READ BATCH-CONTROL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET WS-FOUND TO TRUE
			END-READ
		END-IF
		CLOSE BATCH-CONTROL-FILE.
      *
	8300-TAKE-NOW-MINUTES.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-STAMP-DATE
		MOVE WS-NOW (9:6) TO WS-STAMP-TIME
		PERFORM 8600-STAMP-TO-MINUTES
		MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
      *
	8400-BUILD-RC-NAME.
		MOVE SPACES TO WS-RC-NAME
		STRING "RUNBK." DELIMITED BY SIZE
			WS-TRN-JOB (WS-TRN-IDX) DELIMITED BY SPACE
			".RC" DELIMITED BY SIZE
			INTO WS-RC-NAME.
      *
	8500-FIND-JOB.
		MOVE "N" TO WS-FOUND-FLAG
		PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
				UNTIL WS-FIND-IDX > WS-TRN-COUNT
				OR WS-FOUND
			IF WS-TRN-JOB (WS-FIND-IDX) = WS-CHECK-NAME
				SET WS-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-FOUND
			SUBTRACT 1 FROM WS-FIND-IDX
		END-IF.
      *
	8600-STAMP-TO-MINUTES.
		MOVE WS-STAMP-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		MOVE WS-STAMP-TIME (1:2) TO WS-HH
		MOVE WS-STAMP-TIME (3:2) TO WS-MM
		COMPUTE WS-STAMP-MINUTES =
			(WS-DATE-INT * 1440) + (WS-HH * 60) + WS-MM.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "JOBS IN TRAIN:" TO CNT-TEXT
		MOVE WS-TRN-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "COMPLETED:" TO CNT-TEXT
		MOVE WS-COUNT-COMPLETE TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "FAILED:" TO CNT-TEXT
		MOVE WS-COUNT-FAILED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "HELD BEHIND A FAILURE:" TO CNT-TEXT
		MOVE WS-COUNT-HELD TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NOT RUN:" TO CNT-TEXT
		MOVE WS-COUNT-NOT-RUN TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "RAN SIMULATED:" TO CNT-TEXT
		MOVE WS-COUNT-SIMULATED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-COUNT-FAILED > ZERO
			OR WS-COUNT-HELD > ZERO
			OR WS-COUNT-NOT-RUN > ZERO
			MOVE "RERUN RUNBKDR1 TO RESTART THE TRAIN"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
