      *
      *  USRDWBT1.cbl
      *
      *  Weekly approaching-dormancy list.  Reads the user-ID
      *  activity register (USRIDLR) the nightly dormant-ID sweep
      *  (USRDMBT1) keeps and lists, grouped by GRPNAME, every
      *  still-unlocked ID on the User Security Master (USRSECR) idle
      *  within USRIDLWN days (system parameter, default 14) of the
      *  USRIDLDY lock threshold (default 90) - so each branch
      *  manager can confirm the ID is still needed (one session
      *  resets it) or have it disabled before the sweep locks it.
      *  Idle days are measured to today from the later of the last
      *  session and the activity floor on the register, the same
      *  measure the sweep locks on.  Each line shows the days left
      *  before the lock.  Nothing is changed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other weekly jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. USRDWBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
		SELECT USER-IDLE-FILE ASSIGN TO "USRIDLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS USRIDL-USRNAME
			FILE STATUS IS WS-USRIDL-STATUS.
		SELECT RPT-FILE ASSIGN TO "USRDWBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
	FD  USER-IDLE-FILE.
	01  USER-IDLE-RECORD.
		COPY USRIDLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-USRIDL-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-ACTIVITY-DATE		PIC X(8).
	01  WS-ACTIVITY-NUM		PIC 9(8).
	01  WS-ACTIVITY-INT		PIC S9(9) COMP-5.
	01  WS-IDLE-DAYS		PIC S9(9) COMP-5.
	01  WS-DORMANT-DAYS		PIC S9(5) COMP-3.
	01  WS-WARN-DAYS		PIC S9(5) COMP-3.
	01  WS-WARN-FROM-DAYS		PIC S9(5) COMP-3.
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
      *  IDs approaching the threshold, and the distinct groups they
      *  belong to in the order first met.
	01  WS-ID-COUNT			PIC S9(4) COMP-5 VALUE 0.
	01  WS-ID-TABLE.
		05  WS-ID-ENTRY OCCURS 2000 TIMES.
			10  WS-ID-USRNAME	PIC X(30).
			10  WS-ID-GRPNAME	PIC X(30).
			10  WS-ID-LAST-SESSION	PIC X(8).
			10  WS-ID-ACTIVITY-DATE	PIC X(8).
			10  WS-ID-IDLE-DAYS	PIC S9(5) COMP-3.
	01  WS-ID-IDX			PIC S9(4) COMP-5.
	01  WS-GRP-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-GRP-TABLE.
		05  WS-GRP-NAME		PIC X(30) OCCURS 200 TIMES.
	01  WS-GRP-IDX			PIC S9(4) COMP-5.
	01  WS-GRP-FOUND-FLAG		PIC X.
		88  WS-GRP-FOUND	VALUE "Y".
	01  WS-GRP-ID-COUNT		PIC 9(9).
	01  WS-IDS-READ			PIC 9(9) VALUE 0.
      *
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(34) VALUE "  USER".
		05  FILLER		PIC X(10) VALUE "LAST SESS".
		05  FILLER		PIC X(10) VALUE "ACTIVE".
		05  FILLER		PIC X(7) VALUE " IDLE".
		05  FILLER		PIC X(5) VALUE " LEFT".
	01  WS-DETAIL-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-USRNAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LAST-SESSION	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACTIVITY-DATE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-IDLE-DAYS	PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DAYS-LEFT	PIC ZZZZ9.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(28).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "USRDWBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		MOVE WS-TODAY TO WS-TODAY-NUM
		COMPUTE WS-TODAY-INT =
			FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "USER IDS APPROACHING DORMANCY LOCK - AS AT "
			WS-TODAY
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-LOAD-PARAMETERS
			PERFORM 1000-COLLECT-IDS
			PERFORM 2000-PRINT-GROUPS
			PERFORM 9000-WRITE-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	0100-LOAD-PARAMETERS.
		MOVE 90 TO WS-DORMANT-DAYS
		MOVE 14 TO WS-WARN-DAYS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "USRIDLDY" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-DORMANT-DAYS
		END-IF
		MOVE "USRIDLWN" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-WARN-DAYS
		END-IF
		COMPUTE WS-WARN-FROM-DAYS =
			WS-DORMANT-DAYS - WS-WARN-DAYS.
      *
	1000-COLLECT-IDS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT USER-SEC-FILE
		OPEN INPUT USER-IDLE-FILE
		IF WS-USRIDL-STATUS NOT = "00"
			MOVE "ACTIVITY REGISTER NOT YET BUILT"
				TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-REGISTER UNTIL WS-EOF
		CLOSE USER-IDLE-FILE
		CLOSE USER-SEC-FILE.
      *
	1100-READ-REGISTER.
		READ USER-IDLE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-CHECK-ONE-ID
		END-READ.
      *
	1200-CHECK-ONE-ID.
		MOVE USRIDL-USRNAME TO USRSEC-USRNAME
		READ USER-SEC-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF USRSEC-UNLOCKED
					PERFORM 1300-MEASURE-IDLE
				END-IF
		END-READ.
      *
	1300-MEASURE-IDLE.
		ADD 1 TO WS-IDS-READ
		MOVE USRIDL-ACTIVITY-FLOOR-DATE TO WS-ACTIVITY-DATE
		IF USRIDL-LAST-SESSION-DATE NOT = SPACES
			AND USRIDL-LAST-SESSION-DATE > WS-ACTIVITY-DATE
			MOVE USRIDL-LAST-SESSION-DATE
				TO WS-ACTIVITY-DATE
		END-IF
		MOVE WS-ACTIVITY-DATE TO WS-ACTIVITY-NUM
		COMPUTE WS-ACTIVITY-INT =
			FUNCTION INTEGER-OF-DATE (WS-ACTIVITY-NUM)
		COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-ACTIVITY-INT
		IF WS-IDLE-DAYS >= WS-WARN-FROM-DAYS
			AND WS-IDLE-DAYS < WS-DORMANT-DAYS
			PERFORM 1400-TAKE-ID
		END-IF.
      *
	1400-TAKE-ID.
		IF WS-ID-COUNT < 2000
			ADD 1 TO WS-ID-COUNT
			MOVE USRSEC-USRNAME
				TO WS-ID-USRNAME (WS-ID-COUNT)
			MOVE USRSEC-GRPNAME
				TO WS-ID-GRPNAME (WS-ID-COUNT)
			MOVE USRIDL-LAST-SESSION-DATE
				TO WS-ID-LAST-SESSION (WS-ID-COUNT)
			MOVE WS-ACTIVITY-DATE
				TO WS-ID-ACTIVITY-DATE (WS-ID-COUNT)
			MOVE WS-IDLE-DAYS
				TO WS-ID-IDLE-DAYS (WS-ID-COUNT)
			PERFORM 1500-NOTE-GROUP
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1500-NOTE-GROUP.
		MOVE "N" TO WS-GRP-FOUND-FLAG
		PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
				UNTIL WS-GRP-IDX > WS-GRP-COUNT
				OR WS-GRP-FOUND
			IF WS-GRP-NAME (WS-GRP-IDX) = USRSEC-GRPNAME
				SET WS-GRP-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF NOT WS-GRP-FOUND
			IF WS-GRP-COUNT < 200
				ADD 1 TO WS-GRP-COUNT
				MOVE USRSEC-GRPNAME
					TO WS-GRP-NAME (WS-GRP-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	2000-PRINT-GROUPS.
		PERFORM 2100-PRINT-ONE-GROUP
			VARYING WS-GRP-IDX FROM 1 BY 1
			UNTIL WS-GRP-IDX > WS-GRP-COUNT
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	2100-PRINT-ONE-GROUP.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		STRING "GROUP " WS-GRP-NAME (WS-GRP-IDX)
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE ZERO TO WS-GRP-ID-COUNT
		PERFORM 2200-PRINT-GROUP-ID
			VARYING WS-ID-IDX FROM 1 BY 1
			UNTIL WS-ID-IDX > WS-ID-COUNT
		MOVE "  IDS TO CONFIRM:" TO CNT-TEXT
		MOVE WS-GRP-ID-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	2200-PRINT-GROUP-ID.
		IF WS-ID-GRPNAME (WS-ID-IDX) = WS-GRP-NAME (WS-GRP-IDX)
			ADD 1 TO WS-GRP-ID-COUNT
			MOVE WS-ID-USRNAME (WS-ID-IDX) TO DTL-USRNAME
			IF WS-ID-LAST-SESSION (WS-ID-IDX) = SPACES
				MOVE "NONE" TO DTL-LAST-SESSION
			ELSE
				MOVE WS-ID-LAST-SESSION (WS-ID-IDX)
					TO DTL-LAST-SESSION
			END-IF
			MOVE WS-ID-ACTIVITY-DATE (WS-ID-IDX)
				TO DTL-ACTIVITY-DATE
			MOVE WS-ID-IDLE-DAYS (WS-ID-IDX)
				TO DTL-IDLE-DAYS
			COMPUTE DTL-DAYS-LEFT = WS-DORMANT-DAYS
				- WS-ID-IDLE-DAYS (WS-ID-IDX)
			MOVE WS-DETAIL-LINE TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	9000-WRITE-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "UNLOCKED IDS MEASURED:" TO CNT-TEXT
		MOVE WS-IDS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "IDS APPROACHING LOCK:" TO CNT-TEXT
		MOVE WS-ID-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "GROUPS LISTED:" TO CNT-TEXT
		MOVE WS-GRP-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
