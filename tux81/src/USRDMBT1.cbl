      *
      *  USRDMBT1.cbl
      *
      *  Nightly dormant user-ID sweep.  USRSECR tracks password age
      *  and failed logins but not whether an ID is still used at
      *  all, so leavers and transferees kept working IDs for months.
      *  Three passes:
      *
      *  Pass 1 brings the user-ID activity register (USRIDLR) into
      *  line with the User Security Master (USRSECR): a new ID gets
      *  a row with its password-change date (the date USRSECMT1
      *  created it) as its activity floor, so a new starter is not
      *  locked before first logging in; a later password change
      *  raises the floor; and an ID this job locked that an
      *  administrator has since unlocked is taken as reinstated
      *  today.
      *
      *  Pass 2 finds each USRNAME's last successful session on the
      *  session log (SESSLOGR, one row per tpinit()) - the live
      *  SESSLOG and every SESSLOG generation ARCHBAT1 has entered on
      *  the archive generation index (ARCHIDXR) dated on or after
      *  the dormancy cut-off.  An older generation cannot hold a
      *  session recent enough to keep an ID alive, so it is not
      *  read.
      *
      *  Pass 3 measures the days idle since the later of the last
      *  session and the floor, and locks (USRSEC-LOCKED) every
      *  still-unlocked ID idle USRIDLDY days or more (system
      *  parameter, default 90).  Each lock is written to the audit
      *  trail (AUDTRLR) under this job's name and listed on the run
      *  report (USRDMBT1.OUT).  An ID on the register that has left
      *  USRSECR is passed over.  USRDWBT1 lists the IDs approaching
      *  the threshold each week from the register this job keeps.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other nightly jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. USRDMBT1.
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
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRIDL-USRNAME
			FILE STATUS IS WS-USRIDL-STATUS.
		SELECT SESS-LOG-FILE ASSIGN TO WS-SESS-NAME
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SESSLOG-STATUS.
		SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ARCHIDX-KEY
			FILE STATUS IS WS-ARCHIDX-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
		SELECT RPT-FILE ASSIGN TO "USRDMBT1.OUT"
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
	FD  SESS-LOG-FILE.
	01  SESS-LOG-RECORD.
		COPY SESSLOGR.
	FD  ARCHIVE-INDEX-FILE.
	01  ARCHIVE-INDEX-RECORD.
		COPY ARCHIDXR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-USRIDL-STATUS		PIC XX.
	01  WS-SESSLOG-STATUS		PIC XX.
	01  WS-ARCHIDX-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-IDX-EOF-FLAG		PIC X.
		88  WS-IDX-EOF		VALUE "Y".
	01  WS-SESS-NAME		PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-TODAY-NUM		PIC 9(8).
	01  WS-TODAY-INT		PIC S9(9) COMP-5.
	01  WS-CUTOFF-NUM		PIC 9(8).
	01  WS-CUTOFF-DATE		PIC X(8).
	01  WS-ACTIVITY-DATE		PIC X(8).
	01  WS-ACTIVITY-NUM		PIC 9(8).
	01  WS-ACTIVITY-INT		PIC S9(9) COMP-5.
	01  WS-IDLE-DAYS		PIC S9(9) COMP-5.
	01  WS-IDLE-DISP		PIC ZZZZ9.
	01  WS-DORMANT-DAYS		PIC S9(5) COMP-3.
	01  WS-USERS-REGISTERED		PIC 9(9) VALUE 0.
	01  WS-USERS-REINSTATED		PIC 9(9) VALUE 0.
	01  WS-SESSIONS-READ		PIC 9(9) VALUE 0.
	01  WS-GENERATIONS-READ		PIC 9(9) VALUE 0.
	01  WS-IDS-CHECKED		PIC 9(9) VALUE 0.
	01  WS-IDS-LOCKED		PIC 9(9) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-USRNAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-GRPNAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LAST-SESSION	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACTIVITY-DATE	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-IDLE-DAYS	PIC ZZZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACTION		PIC X(10).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(28).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "USRDMBT1".
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
		STRING "DORMANT USER-ID SWEEP - RUN DATE " WS-TODAY
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 0100-LOAD-PARAMETERS
			PERFORM 0200-OPEN-MASTERS
			PERFORM 1000-REGISTER-USERS
			PERFORM 2000-SCAN-LIVE-SESSIONS
			PERFORM 3000-SCAN-GENERATIONS
			PERFORM 4000-SWEEP-REGISTER
			CLOSE USER-SEC-FILE
			CLOSE USER-IDLE-FILE
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
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "USRIDLDY" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-DORMANT-DAYS
		END-IF
		COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
			(WS-TODAY-INT - WS-DORMANT-DAYS)
		MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
      *
	0200-OPEN-MASTERS.
		OPEN I-O USER-SEC-FILE
		OPEN I-O USER-IDLE-FILE
		IF WS-USRIDL-STATUS NOT = "00"
			CLOSE USER-IDLE-FILE
			OPEN OUTPUT USER-IDLE-FILE
			CLOSE USER-IDLE-FILE
			OPEN I-O USER-IDLE-FILE
		END-IF.
      *
	1000-REGISTER-USERS.
		MOVE "N" TO WS-EOF-FLAG
		IF WS-USRSEC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-USER UNTIL WS-EOF.
      *
	1100-READ-USER.
		READ USER-SEC-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-REGISTER-ONE-USER
		END-READ.
      *
	1200-REGISTER-ONE-USER.
		ADD 1 TO WS-USERS-REGISTERED
		MOVE USRSEC-USRNAME TO USRIDL-USRNAME
		READ USER-IDLE-FILE
			INVALID KEY
				PERFORM 1300-NEW-REGISTER-ROW
			NOT INVALID KEY
				PERFORM 1400-REFRESH-REGISTER-ROW
		END-READ.
      *
	1300-NEW-REGISTER-ROW.
		MOVE USRSEC-GRPNAME TO USRIDL-GRPNAME
		MOVE SPACES TO USRIDL-LAST-SESSION-DATE
		MOVE USRSEC-LAST-PWD-CHANGE-DATE
			TO USRIDL-ACTIVITY-FLOOR-DATE
		IF USRIDL-ACTIVITY-FLOOR-DATE = SPACES
			MOVE WS-TODAY TO USRIDL-ACTIVITY-FLOOR-DATE
		END-IF
		MOVE ZERO TO USRIDL-IDLE-DAYS
		MOVE SPACES TO USRIDL-SWEEP-DATE
		MOVE SPACES TO USRIDL-LOCK-DATE
		SET USRIDL-NOT-DORMANT-LOCKED TO TRUE
		WRITE USER-IDLE-RECORD.
      *
      *  An ID this job locked that is unlocked now has been
      *  confirmed by its manager and reinstated - it starts a fresh
      *  idle period today.
	1400-REFRESH-REGISTER-ROW.
		MOVE USRSEC-GRPNAME TO USRIDL-GRPNAME
		IF USRIDL-DORMANT-LOCKED AND USRSEC-UNLOCKED
			MOVE WS-TODAY TO USRIDL-ACTIVITY-FLOOR-DATE
			SET USRIDL-NOT-DORMANT-LOCKED TO TRUE
			ADD 1 TO WS-USERS-REINSTATED
		END-IF
		IF USRSEC-LAST-PWD-CHANGE-DATE
				> USRIDL-ACTIVITY-FLOOR-DATE
			MOVE USRSEC-LAST-PWD-CHANGE-DATE
				TO USRIDL-ACTIVITY-FLOOR-DATE
		END-IF
		REWRITE USER-IDLE-RECORD.
      *
	2000-SCAN-LIVE-SESSIONS.
		MOVE "SESSLOG" TO WS-SESS-NAME
		PERFORM 2100-SCAN-SESSION-FILE.
      *
	2100-SCAN-SESSION-FILE.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SESS-LOG-FILE
		IF WS-SESSLOG-STATUS NOT = "00"
			CLOSE SESS-LOG-FILE
		ELSE
			PERFORM 2200-READ-SESSION UNTIL WS-EOF
			CLOSE SESS-LOG-FILE
		END-IF.
      *
	2200-READ-SESSION.
		READ SESS-LOG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2300-TAKE-SESSION
		END-READ.
      *
	2300-TAKE-SESSION.
		ADD 1 TO WS-SESSIONS-READ
		MOVE SESSLOG-USRNAME TO USRIDL-USRNAME
		READ USER-IDLE-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 2400-RAISE-LAST-SESSION
		END-READ.
      *
	2400-RAISE-LAST-SESSION.
		IF USRIDL-LAST-SESSION-DATE = SPACES
			OR SESSLOG-DATE > USRIDL-LAST-SESSION-DATE
			MOVE SESSLOG-DATE TO USRIDL-LAST-SESSION-DATE
			REWRITE USER-IDLE-RECORD
		END-IF.
      *
	3000-SCAN-GENERATIONS.
		MOVE "N" TO WS-IDX-EOF-FLAG
		OPEN INPUT ARCHIVE-INDEX-FILE
		IF WS-ARCHIDX-STATUS NOT = "00"
			SET WS-IDX-EOF TO TRUE
		ELSE
			MOVE "SESSLOG" TO ARCHIDX-LOG-NAME
			MOVE WS-CUTOFF-DATE TO ARCHIDX-GEN-DATE
			START ARCHIVE-INDEX-FILE KEY >= ARCHIDX-KEY
				INVALID KEY
					SET WS-IDX-EOF TO TRUE
			END-START
		END-IF
		PERFORM 3100-READ-INDEX UNTIL WS-IDX-EOF
		CLOSE ARCHIVE-INDEX-FILE.
      *
	3100-READ-INDEX.
		READ ARCHIVE-INDEX-FILE NEXT RECORD
			AT END
				SET WS-IDX-EOF TO TRUE
			NOT AT END
				IF ARCHIDX-LOG-NAME = "SESSLOG"
					PERFORM 3200-SCAN-GENERATION
				ELSE
					SET WS-IDX-EOF TO TRUE
				END-IF
		END-READ.
      *
	3200-SCAN-GENERATION.
		ADD 1 TO WS-GENERATIONS-READ
		MOVE ARCHIDX-GEN-NAME TO WS-SESS-NAME
		PERFORM 2100-SCAN-SESSION-FILE.
      *
	4000-SWEEP-REGISTER.
		MOVE "DORMANT IDS LOCKED" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		MOVE LOW-VALUES TO USRIDL-USRNAME
		START USER-IDLE-FILE KEY >= USRIDL-USRNAME
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 4100-READ-REGISTER UNTIL WS-EOF.
      *
	4100-READ-REGISTER.
		READ USER-IDLE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 4200-CHECK-ONE-ID
		END-READ.
      *
	4200-CHECK-ONE-ID.
		MOVE USRIDL-USRNAME TO USRSEC-USRNAME
		READ USER-SEC-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				PERFORM 4300-MEASURE-IDLE
		END-READ.
      *
	4300-MEASURE-IDLE.
		ADD 1 TO WS-IDS-CHECKED
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
		MOVE WS-IDLE-DAYS TO USRIDL-IDLE-DAYS
		MOVE WS-TODAY TO USRIDL-SWEEP-DATE
		IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
			AND USRSEC-UNLOCKED
			PERFORM 4400-LOCK-ID
		END-IF
		REWRITE USER-IDLE-RECORD.
      *
	4400-LOCK-ID.
		SET USRSEC-LOCKED TO TRUE
		REWRITE USER-SEC-RECORD
		SET USRIDL-DORMANT-LOCKED TO TRUE
		MOVE WS-TODAY TO USRIDL-LOCK-DATE
		ADD 1 TO WS-IDS-LOCKED
		PERFORM 4500-WRITE-AUDIT-ROW
		MOVE USRSEC-USRNAME TO DTL-USRNAME
		MOVE USRSEC-GRPNAME TO DTL-GRPNAME
		IF USRIDL-LAST-SESSION-DATE = SPACES
			MOVE "NONE" TO DTL-LAST-SESSION
		ELSE
			MOVE USRIDL-LAST-SESSION-DATE
				TO DTL-LAST-SESSION
		END-IF
		MOVE WS-ACTIVITY-DATE TO DTL-ACTIVITY-DATE
		MOVE WS-IDLE-DAYS TO DTL-IDLE-DAYS
		MOVE "LOCKED" TO DTL-ACTION
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4500-WRITE-AUDIT-ROW.
		MOVE WS-IDLE-DAYS TO WS-IDLE-DISP
		MOVE "USRSEC-LOCKED" TO AUDTRL-RECORD-TYPE
		MOVE USRSEC-USRNAME TO AUDTRL-KEY-VALUE
		MOVE "N" TO AUDTRL-OLD-VALUE
		MOVE SPACES TO AUDTRL-NEW-VALUE
		STRING "Y - DORMANT, IDLE " WS-IDLE-DISP " DAYS"
			DELIMITED BY SIZE INTO AUDTRL-NEW-VALUE
		MOVE "USRDMBT1" TO AUDTRL-USERNAME
		MOVE ZERO TO AUDTRL-TRANID
		MOVE WS-NOW (1:8) TO AUDTRL-DATE
		MOVE WS-NOW (9:6) TO AUDTRL-TIME
		OPEN EXTEND AUDIT-TRAIL-FILE
		IF WS-AUDTRL-STATUS NOT = "00"
			CLOSE AUDIT-TRAIL-FILE
			OPEN OUTPUT AUDIT-TRAIL-FILE
		END-IF
		WRITE AUDIT-TRAIL-RECORD
		CLOSE AUDIT-TRAIL-FILE.
      *
	9000-WRITE-TOTALS.
		MOVE "USERS ON SECURITY MASTER:" TO CNT-TEXT
		MOVE WS-USERS-REGISTERED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "IDS REINSTATED:" TO CNT-TEXT
		MOVE WS-USERS-REINSTATED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SESSIONS READ:" TO CNT-TEXT
		MOVE WS-SESSIONS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ARCHIVE GENERATIONS READ:" TO CNT-TEXT
		MOVE WS-GENERATIONS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "IDS CHECKED:" TO CNT-TEXT
		MOVE WS-IDS-CHECKED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "IDS LOCKED:" TO CNT-TEXT
		MOVE WS-IDS-LOCKED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
