      *
      *  SODRBT1.cbl
      *
      *  Monthly segregation-of-duties conflict report - the list
      *  internal audit asks for every quarter, built from the files
      *  instead of by hand.  Every user on the User Security Master
      *  (USRSECR) is given their effective rights: each service
      *  their group is allowed on the Group Entitlement file
      *  (GRPENTR) plus their own high-risk operations on the User
      *  Entitlement file (USRENTLR, WRITEOFF and LIMITOVR).  Every
      *  active rule on the SOD rule table (SODRULR) whose two rights
      *  the user holds together is printed (SODRBT1.OUT) with the
      *  user, group and pair, and whether an approved waiver stands
      *  behind it on the waiver file (SODWVRR) - the user's own
      *  group move, or the group's grant of either right - with the
      *  maker's reason.  Counts of users in conflict, conflicts and
      *  conflicts with no approved waiver close the report.  Nothing
      *  is changed.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SODRBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
		SELECT GRP-ENTL-FILE ASSIGN TO "GRPENTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS GRPENT-KEY
			FILE STATUS IS WS-GRPENT-STATUS.
		SELECT USR-ENTL-FILE ASSIGN TO "USRENTLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRENTL-USRNAME
			FILE STATUS IS WS-USRENTL-STATUS.
		SELECT SOD-RULE-FILE ASSIGN TO "SODRULR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS SODRUL-KEY
			FILE STATUS IS WS-SODRUL-STATUS.
		SELECT SOD-WAIVER-FILE ASSIGN TO "SODWVRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SODWVR-KEY
			FILE STATUS IS WS-SODWVR-STATUS.
		SELECT RPT-FILE ASSIGN TO "SODRBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
	FD  GRP-ENTL-FILE.
	01  GRP-ENTL-RECORD.
		COPY GRPENTR.
	FD  USR-ENTL-FILE.
	01  USR-ENTL-RECORD.
		COPY USRENTLR.
	FD  SOD-RULE-FILE.
	01  SOD-RULE-RECORD.
		COPY SODRULR.
	FD  SOD-WAIVER-FILE.
	01  SOD-WAIVER-RECORD.
		COPY SODWVRR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-GRPENT-STATUS		PIC XX.
	01  WS-USRENTL-STATUS		PIC XX.
	01  WS-SODRUL-STATUS		PIC XX.
	01  WS-SODWVR-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-TBL-OVERFLOW-FLAG	PIC X VALUE "N".
		88  WS-TBL-OVERFLOW	VALUE "Y".
      *
      *  Active rules and allowed group services, held in core for
      *  the walk of the users.
	01  WS-RULE-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RULE-TABLE.
		05  WS-RULE-ENTRY OCCURS 500 TIMES.
			10  WS-RULE-A	PIC X(15).
			10  WS-RULE-B	PIC X(15).
	01  WS-RULE-IDX			PIC S9(4) COMP-5.
	01  WS-GSV-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-GSV-TABLE.
		05  WS-GSV-ENTRY OCCURS 3000 TIMES.
			10  WS-GSV-GRPNAME
					PIC X(30).
			10  WS-GSV-SERVICE
					PIC X(15).
	01  WS-GSV-IDX			PIC S9(4) COMP-5.
      *
      *  The rights of the user being reported on.
	01  WS-WORK-RIGHT		PIC X(15).
	01  WS-RIGHT-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RIGHT-TABLE.
		05  WS-RIGHT		PIC X(15) OCCURS 100 TIMES.
	01  WS-RIGHT-IDX		PIC S9(4) COMP-5.
	01  WS-RIGHT-FOUND-FLAG		PIC X.
		88  WS-RIGHT-FOUND	VALUE "Y".
	01  WS-HAS-A-FLAG		PIC X.
		88  WS-HAS-A		VALUE "Y".
	01  WS-HAS-B-FLAG		PIC X.
		88  WS-HAS-B		VALUE "Y".
	01  WS-USER-HIT-FLAG		PIC X.
		88  WS-USER-HIT		VALUE "Y".
	01  WS-WAIVER-FOUND-FLAG	PIC X.
		88  WS-WAIVER-FOUND	VALUE "Y".
	01  WS-GRANT-KEY.
		05  WS-GRANT-GRPNAME	PIC X(30).
		05  WS-GRANT-SERVICE	PIC X(15).
	01  WS-USERS-READ		PIC 9(9) VALUE 0.
	01  WS-USERS-IN-CONFLICT	PIC 9(9) VALUE 0.
	01  WS-CONFLICTS		PIC 9(9) VALUE 0.
	01  WS-CONFLICTS-UNWAIVED	PIC 9(9) VALUE 0.
      *
	01  WS-DETAIL-LINE.
		05  DTL-USRNAME		PIC X(30).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-GRPNAME		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RIGHT-A		PIC X(15).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RIGHT-B		PIC X(15).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-WAIVER		PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REASON		PIC X(30).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(28).
		05  CNT-VALUE		PIC ZZZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "SODRBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "SEGREGATION-OF-DUTIES CONFLICTS - AS AT "
			WS-NOW (1:8)
			DELIMITED BY SIZE INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-LOAD-RULES
			PERFORM 1200-LOAD-GROUP-SERVICES
			PERFORM 2000-REPORT-USERS
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
	1000-LOAD-RULES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SOD-RULE-FILE
		IF WS-SODRUL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-RULE UNTIL WS-EOF
		CLOSE SOD-RULE-FILE.
      *
	1100-READ-RULE.
		READ SOD-RULE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF SODRUL-ACTIVE
					PERFORM 1150-TAKE-RULE
				END-IF
		END-READ.
      *
	1150-TAKE-RULE.
		IF WS-RULE-COUNT < 500
			ADD 1 TO WS-RULE-COUNT
			MOVE SODRUL-RIGHT-A TO WS-RULE-A (WS-RULE-COUNT)
			MOVE SODRUL-RIGHT-B TO WS-RULE-B (WS-RULE-COUNT)
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	1200-LOAD-GROUP-SERVICES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT GRP-ENTL-FILE
		IF WS-GRPENT-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1300-READ-GROUP-ROW UNTIL WS-EOF
		CLOSE GRP-ENTL-FILE.
      *
	1300-READ-GROUP-ROW.
		READ GRP-ENTL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF GRPENT-ALLOWED
					PERFORM 1350-TAKE-GROUP-ROW
				END-IF
		END-READ.
      *
	1350-TAKE-GROUP-ROW.
		IF WS-GSV-COUNT < 3000
			ADD 1 TO WS-GSV-COUNT
			MOVE GRPENT-GRPNAME
				TO WS-GSV-GRPNAME (WS-GSV-COUNT)
			MOVE GRPENT-SERVICE-NAME
				TO WS-GSV-SERVICE (WS-GSV-COUNT)
		ELSE
			SET WS-TBL-OVERFLOW TO TRUE
		END-IF.
      *
	2000-REPORT-USERS.
		MOVE "USER                            GROUP"
			TO RPT-LINE
		WRITE RPT-LINE
		OPEN INPUT USR-ENTL-FILE
		OPEN INPUT SOD-WAIVER-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-USER UNTIL WS-EOF
		CLOSE USER-SEC-FILE
		CLOSE SOD-WAIVER-FILE
		CLOSE USR-ENTL-FILE
		IF WS-TBL-OVERFLOW
			MOVE "REPORT INCOMPLETE - TABLE LIMIT HIT"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	2100-READ-USER.
		READ USER-SEC-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 2200-CHECK-ONE-USER
		END-READ.
      *
	2200-CHECK-ONE-USER.
		ADD 1 TO WS-USERS-READ
		MOVE ZERO TO WS-RIGHT-COUNT
		MOVE "N" TO WS-USER-HIT-FLAG
		PERFORM 2300-TAKE-GROUP-SERVICE
			VARYING WS-GSV-IDX FROM 1 BY 1
			UNTIL WS-GSV-IDX > WS-GSV-COUNT
		IF WS-USRENTL-STATUS = "00"
			MOVE USRSEC-USRNAME TO USRENTL-USRNAME
			READ USR-ENTL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 2400-TAKE-OPERATIONS
			END-READ
		END-IF
		PERFORM 2500-TEST-RULE
			VARYING WS-RULE-IDX FROM 1 BY 1
			UNTIL WS-RULE-IDX > WS-RULE-COUNT
		IF WS-USER-HIT
			ADD 1 TO WS-USERS-IN-CONFLICT
		END-IF.
      *
	2300-TAKE-GROUP-SERVICE.
		IF WS-GSV-GRPNAME (WS-GSV-IDX) = USRSEC-GRPNAME
			MOVE WS-GSV-SERVICE (WS-GSV-IDX)
				TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
		END-IF.
      *
	2400-TAKE-OPERATIONS.
		IF USRENTL-WRITEOFF-OK
			MOVE "WRITEOFF" TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
		END-IF
		IF USRENTL-LIMIT-OVR-OK
			MOVE "LIMITOVR" TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
		END-IF.
      *
	2500-TEST-RULE.
		MOVE WS-RULE-A (WS-RULE-IDX) TO WS-WORK-RIGHT
		PERFORM 8100-FIND-RIGHT
		MOVE WS-RIGHT-FOUND-FLAG TO WS-HAS-A-FLAG
		MOVE WS-RULE-B (WS-RULE-IDX) TO WS-WORK-RIGHT
		PERFORM 8100-FIND-RIGHT
		MOVE WS-RIGHT-FOUND-FLAG TO WS-HAS-B-FLAG
		IF WS-HAS-A AND WS-HAS-B
			SET WS-USER-HIT TO TRUE
			ADD 1 TO WS-CONFLICTS
			PERFORM 2600-FIND-WAIVER
			PERFORM 2700-PRINT-CONFLICT
		END-IF.
      *
      *  The waiver may stand behind the user's own group move or
      *  behind the group's grant of either side of the pair.
	2600-FIND-WAIVER.
		MOVE "N" TO WS-WAIVER-FOUND-FLAG
		IF WS-SODWVR-STATUS = "00"
			MOVE "USRSECR" TO SODWVR-TARGET
			MOVE SPACES TO SODWVR-KEY-VALUE
			MOVE USRSEC-USRNAME TO SODWVR-KEY-VALUE
			PERFORM 2650-READ-WAIVER
			IF NOT WS-WAIVER-FOUND
				MOVE WS-RULE-A (WS-RULE-IDX)
					TO WS-GRANT-SERVICE
				PERFORM 2610-FIND-GRANT-WAIVER
			END-IF
			IF NOT WS-WAIVER-FOUND
				MOVE WS-RULE-B (WS-RULE-IDX)
					TO WS-GRANT-SERVICE
				PERFORM 2610-FIND-GRANT-WAIVER
			END-IF
		END-IF.
      *
	2610-FIND-GRANT-WAIVER.
		MOVE USRSEC-GRPNAME TO WS-GRANT-GRPNAME
		MOVE "GRPENTR" TO SODWVR-TARGET
		MOVE SPACES TO SODWVR-KEY-VALUE
		MOVE WS-GRANT-KEY TO SODWVR-KEY-VALUE
		PERFORM 2650-READ-WAIVER.
      *
	2650-READ-WAIVER.
		READ SOD-WAIVER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF SODWVR-APPROVED
					SET WS-WAIVER-FOUND TO TRUE
				END-IF
		END-READ.
      *
	2700-PRINT-CONFLICT.
		MOVE USRSEC-USRNAME TO DTL-USRNAME
		MOVE USRSEC-GRPNAME TO DTL-GRPNAME
		MOVE WS-RULE-A (WS-RULE-IDX) TO DTL-RIGHT-A
		MOVE WS-RULE-B (WS-RULE-IDX) TO DTL-RIGHT-B
		IF WS-WAIVER-FOUND
			MOVE "WAIVED" TO DTL-WAIVER
			MOVE SODWVR-REASON TO DTL-REASON
		ELSE
			MOVE "NO WAIVER" TO DTL-WAIVER
			MOVE SPACES TO DTL-REASON
			ADD 1 TO WS-CONFLICTS-UNWAIVED
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-ADD-RIGHT.
		PERFORM 8100-FIND-RIGHT
		IF NOT WS-RIGHT-FOUND
			IF WS-RIGHT-COUNT < 100
				ADD 1 TO WS-RIGHT-COUNT
				MOVE WS-WORK-RIGHT
					TO WS-RIGHT (WS-RIGHT-COUNT)
			ELSE
				SET WS-TBL-OVERFLOW TO TRUE
			END-IF
		END-IF.
      *
	8100-FIND-RIGHT.
		MOVE "N" TO WS-RIGHT-FOUND-FLAG
		PERFORM VARYING WS-RIGHT-IDX FROM 1 BY 1
				UNTIL WS-RIGHT-IDX > WS-RIGHT-COUNT
				OR WS-RIGHT-FOUND
			IF WS-RIGHT (WS-RIGHT-IDX) = WS-WORK-RIGHT
				SET WS-RIGHT-FOUND TO TRUE
			END-IF
		END-PERFORM.
      *
	9000-WRITE-TOTALS.
		MOVE "USERS READ:" TO CNT-TEXT
		MOVE WS-USERS-READ TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "USERS IN CONFLICT:" TO CNT-TEXT
		MOVE WS-USERS-IN-CONFLICT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CONFLICTS FOUND:" TO CNT-TEXT
		MOVE WS-CONFLICTS TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "CONFLICTS NOT WAIVED:" TO CNT-TEXT
		MOVE WS-CONFLICTS-UNWAIVED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
