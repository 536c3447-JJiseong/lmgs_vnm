      *
      *  SODCHK1.cbl
      *
      *  Segregation-of-duties conflict check.  CALLed subprogram on
      *  the PNDCHGW1 "small CALLed subprogram" shape, used by the
      *  entitlement maintenance screens before they park a grant:
      *  works out the rights the grant would leave someone holding
      *  and tests every pair that matters against the SOD rule
      *  table (SODRULR, either order, active rows only).  The first
      *  conflicting pair found comes back in LS-RIGHT-A/LS-RIGHT-B
      *  with LS-RESULT-FLAG "Y".
      *
      *   - LS-CHECK-MODE "G" (GRPENTMT1 granting LS-NEW-RIGHT to
      *     LS-GRPNAME): the new service against every service the
      *     group is already allowed on GRPENTR and against the
      *     high-risk operations (USRENTLR) of every user the User
      *     Security Master (USRSECR) puts in the group - the grant
      *     reaches all of them at once;
      *   - LS-CHECK-MODE "U" (USRSECMT1 putting LS-USRNAME in
      *     LS-GRPNAME): every pair among the group's services and
      *     the user's own operations, since all of them become the
      *     user's on approval.
      *
      *  A site with no rule file has no rules and nothing conflicts,
      *  the same missing-file posture as the other optional
      *  lookups.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SODCHK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SOD-RULE-FILE ASSIGN TO "SODRULR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SODRUL-KEY
			FILE STATUS IS WS-SODRUL-STATUS.
		SELECT GRP-ENTL-FILE ASSIGN TO "GRPENTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GRPENT-KEY
			FILE STATUS IS WS-GRPENT-STATUS.
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
		SELECT USR-ENTL-FILE ASSIGN TO "USRENTLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRENTL-USRNAME
			FILE STATUS IS WS-USRENTL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SOD-RULE-FILE.
	01  SOD-RULE-RECORD.
		COPY SODRULR.
	FD  GRP-ENTL-FILE.
	01  GRP-ENTL-RECORD.
		COPY GRPENTR.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
	FD  USR-ENTL-FILE.
	01  USR-ENTL-RECORD.
		COPY USRENTLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SODRUL-STATUS		PIC XX.
	01  WS-GRPENT-STATUS		PIC XX.
	01  WS-USRSEC-STATUS		PIC XX.
	01  WS-USRENTL-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-WORK-RIGHT		PIC X(15).
	01  WS-ENTL-USRNAME		PIC X(30).
	01  WS-RIGHT-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-RIGHT-TABLE.
		05  WS-RIGHT		PIC X(15) OCCURS 100 TIMES.
	01  WS-RIGHT-IDX		PIC S9(4) COMP-5.
	01  WS-OTHER-IDX		PIC S9(4) COMP-5.
	01  WS-NEW-IDX			PIC S9(4) COMP-5.
	01  WS-RIGHT-FOUND-FLAG		PIC X.
		88  WS-RIGHT-FOUND	VALUE "Y".
      *
	LINKAGE SECTION.
	01  LS-CHECK-MODE		PIC X.
		88  LS-GROUP-GRANT	VALUE "G".
		88  LS-USER-MOVE	VALUE "U".
	01  LS-GRPNAME			PIC X(30).
	01  LS-USRNAME			PIC X(30).
	01  LS-NEW-RIGHT		PIC X(15).
	01  LS-RIGHT-A			PIC X(15).
	01  LS-RIGHT-B			PIC X(15).
	01  LS-RESULT-FLAG		PIC X.
		88  LS-CONFLICT		VALUE "Y".
		88  LS-NO-CONFLICT	VALUE "N".
      *
	PROCEDURE DIVISION USING LS-CHECK-MODE LS-GRPNAME
			LS-USRNAME LS-NEW-RIGHT LS-RIGHT-A LS-RIGHT-B
			LS-RESULT-FLAG.
	0000-MAIN.
		SET LS-NO-CONFLICT TO TRUE
		MOVE SPACES TO LS-RIGHT-A
		MOVE SPACES TO LS-RIGHT-B
		MOVE ZERO TO WS-RIGHT-COUNT
		MOVE ZERO TO WS-NEW-IDX
		PERFORM 1000-LOAD-GROUP-SERVICES
		IF LS-GROUP-GRANT
			PERFORM 1200-LOAD-MEMBER-OPERATIONS
			MOVE LS-NEW-RIGHT TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
			IF WS-RIGHT-FOUND
				MOVE WS-RIGHT-IDX TO WS-NEW-IDX
			END-IF
		ELSE
			MOVE LS-USRNAME TO WS-ENTL-USRNAME
			PERFORM 1400-LOAD-USER-OPERATIONS
		END-IF
		OPEN INPUT SOD-RULE-FILE
		IF WS-SODRUL-STATUS = "00"
			PERFORM 2000-TEST-RIGHTS
		END-IF
		CLOSE SOD-RULE-FILE
		EXIT PROGRAM.
      *
	1000-LOAD-GROUP-SERVICES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT GRP-ENTL-FILE
		IF WS-GRPENT-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE LS-GRPNAME TO GRPENT-GRPNAME
			MOVE LOW-VALUES TO GRPENT-SERVICE-NAME
			START GRP-ENTL-FILE KEY >= GRPENT-KEY
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1100-READ-GROUP-ROW UNTIL WS-EOF
		CLOSE GRP-ENTL-FILE.
      *
	1100-READ-GROUP-ROW.
		READ GRP-ENTL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF GRPENT-GRPNAME NOT = LS-GRPNAME
					SET WS-EOF TO TRUE
				ELSE
					IF GRPENT-ALLOWED
						MOVE GRPENT-SERVICE-NAME
							TO WS-WORK-RIGHT
						PERFORM 8000-ADD-RIGHT
					END-IF
				END-IF
		END-READ.
      *
      *  Every member of the group, found by walking the User
      *  Security Master, brings their own operations along.
	1200-LOAD-MEMBER-OPERATIONS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		ELSE
			MOVE LOW-VALUES TO USRSEC-USRNAME
			START USER-SEC-FILE KEY >= USRSEC-USRNAME
				INVALID KEY
					SET WS-EOF TO TRUE
			END-START
		END-IF
		PERFORM 1300-READ-MEMBER UNTIL WS-EOF
		CLOSE USER-SEC-FILE.
      *
	1300-READ-MEMBER.
		READ USER-SEC-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF USRSEC-GRPNAME = LS-GRPNAME
					PERFORM 1350-TAKE-MEMBER
				END-IF
		END-READ.
      *
	1350-TAKE-MEMBER.
		MOVE USRSEC-USRNAME TO WS-ENTL-USRNAME
		PERFORM 1400-LOAD-USER-OPERATIONS.
      *
	1400-LOAD-USER-OPERATIONS.
		OPEN INPUT USR-ENTL-FILE
		IF WS-USRENTL-STATUS = "00"
			MOVE WS-ENTL-USRNAME TO USRENTL-USRNAME
			READ USR-ENTL-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 1500-TAKE-OPERATIONS
			END-READ
		END-IF
		CLOSE USR-ENTL-FILE.
      *
	1500-TAKE-OPERATIONS.
		IF USRENTL-WRITEOFF-OK
			MOVE "WRITEOFF" TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
		END-IF
		IF USRENTL-LIMIT-OVR-OK
			MOVE "LIMITOVR" TO WS-WORK-RIGHT
			PERFORM 8000-ADD-RIGHT
		END-IF.
      *
      *  A group grant only needs the new right tested against the
      *  rest; a user move tests every pair.
	2000-TEST-RIGHTS.
		IF LS-GROUP-GRANT
			IF WS-NEW-IDX > ZERO
				MOVE WS-NEW-IDX TO WS-RIGHT-IDX
				PERFORM 2050-TEST-ONE-RIGHT
			END-IF
		ELSE
			PERFORM 2050-TEST-ONE-RIGHT
				VARYING WS-RIGHT-IDX FROM 1 BY 1
				UNTIL WS-RIGHT-IDX > WS-RIGHT-COUNT
				OR LS-CONFLICT
		END-IF.
      *
	2050-TEST-ONE-RIGHT.
		PERFORM 2100-TEST-PAIR
			VARYING WS-OTHER-IDX FROM 1 BY 1
			UNTIL WS-OTHER-IDX > WS-RIGHT-COUNT
			OR LS-CONFLICT.
      *
	2100-TEST-PAIR.
		IF WS-OTHER-IDX NOT = WS-RIGHT-IDX
			MOVE WS-RIGHT (WS-RIGHT-IDX) TO SODRUL-RIGHT-A
			MOVE WS-RIGHT (WS-OTHER-IDX) TO SODRUL-RIGHT-B
			PERFORM 2200-READ-RULE
			IF LS-NO-CONFLICT
				MOVE WS-RIGHT (WS-OTHER-IDX)
					TO SODRUL-RIGHT-A
				MOVE WS-RIGHT (WS-RIGHT-IDX)
					TO SODRUL-RIGHT-B
				PERFORM 2200-READ-RULE
			END-IF
		END-IF.
      *
	2200-READ-RULE.
		READ SOD-RULE-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF SODRUL-ACTIVE
					PERFORM 2300-TAKE-CONFLICT
				END-IF
		END-READ.
      *
	2300-TAKE-CONFLICT.
		SET LS-CONFLICT TO TRUE
		MOVE SODRUL-RIGHT-A TO LS-RIGHT-A
		MOVE SODRUL-RIGHT-B TO LS-RIGHT-B.
      *
	8000-ADD-RIGHT.
		MOVE "N" TO WS-RIGHT-FOUND-FLAG
		IF WS-WORK-RIGHT NOT = SPACES
			PERFORM 8050-FIND-RIGHT
		END-IF.
      *
	8050-FIND-RIGHT.
		PERFORM VARYING WS-RIGHT-IDX FROM 1 BY 1
				UNTIL WS-RIGHT-IDX > WS-RIGHT-COUNT
				OR WS-RIGHT-FOUND
			IF WS-RIGHT (WS-RIGHT-IDX) = WS-WORK-RIGHT
				SET WS-RIGHT-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-RIGHT-FOUND
			SUBTRACT 1 FROM WS-RIGHT-IDX
		ELSE
			PERFORM 8100-OPEN-RIGHT-SLOT
		END-IF.
      *
	8100-OPEN-RIGHT-SLOT.
		IF WS-RIGHT-COUNT < 100
			ADD 1 TO WS-RIGHT-COUNT
			MOVE WS-RIGHT-COUNT TO WS-RIGHT-IDX
			MOVE WS-WORK-RIGHT TO WS-RIGHT (WS-RIGHT-IDX)
			SET WS-RIGHT-FOUND TO TRUE
		END-IF.
      *
