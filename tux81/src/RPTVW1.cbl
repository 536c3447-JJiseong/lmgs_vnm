      *
      *  RPTVW1.cbl
      *
      *  Branch report viewer, on AUDINQ1's paging pattern, over the
      *  report catalogue RPTCTBT1 fills (RPTCATR).  The user keys
      *  their name and the CLIENTID of the terminal they sit at;
      *  the branch comes from the branch/terminal mapping
      *  (CLIENTMR via CLNTLK01), never from the screen, so a
      *  branch user sees only their own branch's pages.
      *
      *  Action "O" opens the keyed job's report for the keyed
      *  business date (blank means today's, SYSDTLK1) at the first
      *  page carrying the branch's lines, and appends the opening
      *  to the viewer access log (RPTVLOG) - user, CLIENTID,
      *  branch, report and time.  Action "N" pages forward sixteen
      *  lines, "P" back sixteen, through the branch's page range
      *  only.  Within that range a line carrying another branch's
      *  code is not shown; headings and totals are.  The starting
      *  column shifts a wide report across the 78-column screen.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTVW1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CATALOGUE-FILE ASSIGN TO "RPTCATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RPTCAT-KEY
			FILE STATUS IS WS-RPTCAT-STATUS.
		SELECT GENERATION-FILE ASSIGN TO WS-GEN-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GEN-STATUS.
		SELECT VIEW-LOG-FILE ASSIGN TO "RPTVLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-RPTVLOG-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CATALOGUE-FILE.
	01  CATALOGUE-RECORD.
		COPY RPTCATR.
	FD  GENERATION-FILE.
	01  GENERATION-LINE		PIC X(170).
	FD  VIEW-LOG-FILE.
	01  VIEW-LOG-RECORD.
		COPY RPTVLOGR.
      *
	WORKING-STORAGE SECTION.
	01  WS-RPTCAT-STATUS		PIC XX.
	01  WS-GEN-STATUS		PIC XX.
	01  WS-RPTVLOG-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-NOW			PIC X(21).
	01  WS-USRNAME			PIC X(30).
	01  WS-CLIENTID-TABLE.
		05  WS-CLIENTID OCCURS 4 TIMES
					PIC S9(9) COMP-5.
	01  WS-BRANCH-CODE		PIC X(6).
	01  WS-TELLER-ID		PIC X(10).
	01  WS-FOUND-FLAG		PIC X.
		88  WS-FOUND		VALUE "Y".
		88  WS-NOT-FOUND	VALUE "N".
	01  WS-VIEW-JOB			PIC X(8).
	01  WS-VIEW-DATE		PIC X(8).
	01  WS-START-COLUMN		PIC 9(3) VALUE 1.
	01  WS-OPEN-FLAG		PIC X VALUE "N".
		88  WS-REPORT-OPEN	VALUE "Y".
	01  WS-GEN-NAME			PIC X(20).
	01  WS-BRANCH-COLUMN		PIC 9(3).
	01  WS-PAGE-LINES		PIC 9(3).
	01  WS-FIRST-PAGE		PIC 9(5).
	01  WS-LAST-PAGE		PIC 9(5).
	01  WS-FIRST-LINE		PIC 9(7).
	01  WS-LAST-LINE		PIC 9(7).
	01  WS-LINE-NO			PIC 9(7).
	01  WS-PAGE-NO			PIC 9(5).
	01  WS-SHOW-PAGE		PIC 9(5).
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-OTHER-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-OTHER-TABLE.
		05  WS-OTHER-BRANCH OCCURS 500 TIMES
					PIC X(6).
	01  WS-OTHER-IDX		PIC S9(4) COMP-5.
	01  WS-HIDE-FLAG		PIC X.
		88  WS-HIDE-LINE	VALUE "Y".
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-ACTION			PIC X.
	01  WS-MSG			PIC X(20).
	01  WS-SKIP-TARGET		PIC 9(7) VALUE 0.
	01  WS-SKIPPED			PIC 9(7).
	01  WS-PAGE-COUNT		PIC 9(2).
	01  WS-PAGE-IDX			PIC S9(4) COMP-5.
	01  WS-PAGE-TABLE.
		05  WS-PAGE-ROW OCCURS 16 TIMES
					PIC X(78).
      *
	SCREEN SECTION.
	01  REPORT-VIEW-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "BRANCH REPORT VIEWER".
		05  LINE 1  COLUMN 30 VALUE "BRANCH: ".
		05  LINE 1  COLUMN 38
			PIC X(6) FROM WS-BRANCH-CODE.
		05  LINE 1  COLUMN 50 VALUE "PAGE: ".
		05  LINE 1  COLUMN 56
			PIC ZZZZ9 FROM WS-SHOW-PAGE.
		05  LINE 2  COLUMN 1  VALUE "USER: ".
		05  LINE 2  COLUMN 7
			PIC X(30) USING WS-USRNAME.
		05  LINE 2  COLUMN 40 VALUE "CLIENTID: ".
		05  LINE 2  COLUMN 50
			PIC ----------9 USING WS-CLIENTID (1).
		05  LINE 3  COLUMN 1  VALUE "REPORT JOB: ".
		05  LINE 3  COLUMN 13
			PIC X(8) USING WS-VIEW-JOB.
		05  LINE 3  COLUMN 24 VALUE "DATE: ".
		05  LINE 3  COLUMN 30
			PIC X(8) USING WS-VIEW-DATE.
		05  LINE 3  COLUMN 42 VALUE "FROM COLUMN: ".
		05  LINE 3  COLUMN 55
			PIC ZZ9 USING WS-START-COLUMN.
		05  LINE 4  COLUMN 1
			VALUE "ACTION (O=OPEN N=NEXT P=PREV X=QUIT): ".
		05  LINE 4  COLUMN 40
			PIC X USING WS-ACTION.
		05  LINE 4  COLUMN 45
			PIC X(20) FROM WS-MSG.
		05  LINE 6  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (1).
		05  LINE 7  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (2).
		05  LINE 8  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (3).
		05  LINE 9  COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (4).
		05  LINE 10 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (5).
		05  LINE 11 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (6).
		05  LINE 12 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (7).
		05  LINE 13 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (8).
		05  LINE 14 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (9).
		05  LINE 15 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (10).
		05  LINE 16 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (11).
		05  LINE 17 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (12).
		05  LINE 18 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (13).
		05  LINE 19 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (14).
		05  LINE 20 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (15).
		05  LINE 21 COLUMN 1
			PIC X(78) FROM WS-PAGE-ROW (16).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE ZERO TO WS-CLIENTID (1)
		MOVE ZERO TO WS-SHOW-PAGE
		PERFORM UNTIL WS-DONE
			DISPLAY REPORT-VIEW-SCREEN
			ACCEPT REPORT-VIEW-SCREEN
			MOVE SPACES TO WS-MSG
			IF WS-START-COLUMN < 1 OR WS-START-COLUMN > 93
				MOVE 1 TO WS-START-COLUMN
			END-IF
			EVALUATE WS-ACTION
				WHEN "X"
					SET WS-DONE TO TRUE
				WHEN "O"
					PERFORM 1000-OPEN-REPORT
				WHEN "N"
					ADD 16 TO WS-SKIP-TARGET
					PERFORM 2000-LOAD-SCREEN
				WHEN "P"
					PERFORM 0200-PAGE-BACK
				WHEN OTHER
					MOVE "ACTION O/N/P/X" TO WS-MSG
			END-EVALUATE
		END-PERFORM
		STOP RUN.
      *
	0200-PAGE-BACK.
		IF WS-SKIP-TARGET > 16
			SUBTRACT 16 FROM WS-SKIP-TARGET
		ELSE
			MOVE ZERO TO WS-SKIP-TARGET
		END-IF
		PERFORM 2000-LOAD-SCREEN.
      *
	1000-OPEN-REPORT.
		MOVE "N" TO WS-OPEN-FLAG
		MOVE ZERO TO WS-SKIP-TARGET
		IF WS-VIEW-DATE = SPACES
			MOVE WS-BUSINESS-DATE TO WS-VIEW-DATE
		END-IF
		CALL "CLNTLK01" USING WS-CLIENTID-TABLE WS-BRANCH-CODE
			WS-TELLER-ID WS-FOUND-FLAG
		EVALUATE TRUE
			WHEN WS-USRNAME = SPACES
				MOVE "USER NEEDED" TO WS-MSG
			WHEN NOT WS-FOUND
				MOVE "TERMINAL NOT MAPPED" TO WS-MSG
			WHEN OTHER
				PERFORM 1100-FIND-BRANCH-PAGES
		END-EVALUATE
		IF WS-REPORT-OPEN
			PERFORM 1300-LOG-ACCESS
			PERFORM 2000-LOAD-SCREEN
		ELSE
			PERFORM 2100-CLEAR-SCREEN
		END-IF.
      *
	1100-FIND-BRANCH-PAGES.
		OPEN INPUT CATALOGUE-FILE
		IF WS-RPTCAT-STATUS NOT = "00"
			MOVE "NO REPORT CATALOGUE" TO WS-MSG
		ELSE
			MOVE WS-VIEW-JOB TO RPTCAT-JOB-NAME
			MOVE WS-VIEW-DATE TO RPTCAT-BUS-DATE
			MOVE WS-BRANCH-CODE TO RPTCAT-BRANCH-CODE
			READ CATALOGUE-FILE
				INVALID KEY
					MOVE "NO PAGES FOR BRANCH"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 1150-TAKE-BRANCH-PAGES
			END-READ
		END-IF
		IF WS-REPORT-OPEN
			PERFORM 1200-LOAD-OTHER-BRANCHES
		END-IF
		CLOSE CATALOGUE-FILE.
      *
	1150-TAKE-BRANCH-PAGES.
		MOVE RPTCAT-GEN-NAME TO WS-GEN-NAME
		MOVE RPTCAT-BRANCH-COLUMN TO WS-BRANCH-COLUMN
		MOVE RPTCAT-PAGE-LINES TO WS-PAGE-LINES
		MOVE RPTCAT-FIRST-PAGE TO WS-FIRST-PAGE
		MOVE RPTCAT-LAST-PAGE TO WS-LAST-PAGE
		COMPUTE WS-FIRST-LINE =
			(WS-FIRST-PAGE - 1) * WS-PAGE-LINES + 1
		COMPUTE WS-LAST-LINE = WS-LAST-PAGE * WS-PAGE-LINES
		SET WS-REPORT-OPEN TO TRUE.
      *
      *  The other branches catalogued on the same run - their
      *  lines are the ones kept off this branch's screen.
	1200-LOAD-OTHER-BRANCHES.
		MOVE ZERO TO WS-OTHER-COUNT
		MOVE "N" TO WS-EOF-FLAG
		MOVE WS-VIEW-JOB TO RPTCAT-JOB-NAME
		MOVE WS-VIEW-DATE TO RPTCAT-BUS-DATE
		MOVE LOW-VALUES TO RPTCAT-BRANCH-CODE
		START CATALOGUE-FILE KEY >= RPTCAT-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 1210-READ-OTHER-BRANCH UNTIL WS-EOF.
      *
	1210-READ-OTHER-BRANCH.
		READ CATALOGUE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF RPTCAT-JOB-NAME NOT = WS-VIEW-JOB
					OR RPTCAT-BUS-DATE
						NOT = WS-VIEW-DATE
					SET WS-EOF TO TRUE
				ELSE
					PERFORM 1220-ADD-OTHER-BRANCH
				END-IF
		END-READ.
      *
	1220-ADD-OTHER-BRANCH.
		IF RPTCAT-BRANCH-CODE NOT = SPACES
			AND RPTCAT-BRANCH-CODE NOT = WS-BRANCH-CODE
			AND WS-OTHER-COUNT < 500
			ADD 1 TO WS-OTHER-COUNT
			MOVE RPTCAT-BRANCH-CODE
				TO WS-OTHER-BRANCH (WS-OTHER-COUNT)
		END-IF.
      *
	1300-LOG-ACCESS.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN EXTEND VIEW-LOG-FILE
		IF WS-RPTVLOG-STATUS NOT = "00"
			CLOSE VIEW-LOG-FILE
			OPEN OUTPUT VIEW-LOG-FILE
		END-IF
		MOVE WS-USRNAME TO RPTVLOG-USRNAME
		MOVE WS-CLIENTID (1) TO RPTVLOG-CLIENTID
		MOVE WS-BRANCH-CODE TO RPTVLOG-BRANCH-CODE
		MOVE WS-VIEW-JOB TO RPTVLOG-JOB-NAME
		MOVE WS-VIEW-DATE TO RPTVLOG-BUS-DATE
		MOVE WS-NOW (1:8) TO RPTVLOG-VIEW-DATE
		MOVE WS-NOW (9:6) TO RPTVLOG-VIEW-TIME
		WRITE VIEW-LOG-RECORD
		CLOSE VIEW-LOG-FILE.
      *
      *  Re-reads the report generation from the top each time and
      *  counts the branch's visible lines, skipping the ones
      *  already paged past - the same re-scan AUDINQ1 pages with.
	2000-LOAD-SCREEN.
		PERFORM 2100-CLEAR-SCREEN
		IF NOT WS-REPORT-OPEN
			MOVE "OPEN A REPORT FIRST" TO WS-MSG
		ELSE
			MOVE ZERO TO WS-LINE-NO
			MOVE ZERO TO WS-SKIPPED
			MOVE "N" TO WS-EOF-FLAG
			OPEN INPUT GENERATION-FILE
			IF WS-GEN-STATUS NOT = "00"
				MOVE "REPORT NOT ON FILE" TO WS-MSG
				SET WS-EOF TO TRUE
			END-IF
			PERFORM 2200-READ-REPORT-LINE
				UNTIL WS-EOF OR WS-PAGE-COUNT = 16
			CLOSE GENERATION-FILE
			IF WS-PAGE-COUNT = ZERO AND WS-MSG = SPACES
				MOVE "END OF BRANCH PAGES" TO WS-MSG
			END-IF
		END-IF.
      *
	2100-CLEAR-SCREEN.
		MOVE ZERO TO WS-PAGE-COUNT
		MOVE ZERO TO WS-SHOW-PAGE
		PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
				UNTIL WS-PAGE-IDX > 16
			MOVE SPACES TO WS-PAGE-ROW (WS-PAGE-IDX)
		END-PERFORM.
      *
	2200-READ-REPORT-LINE.
		READ GENERATION-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-LINE-NO
				PERFORM 2300-TAKE-REPORT-LINE
		END-READ.
      *
	2300-TAKE-REPORT-LINE.
		EVALUATE TRUE
			WHEN WS-LINE-NO < WS-FIRST-LINE
				CONTINUE
			WHEN WS-LINE-NO > WS-LAST-LINE
				SET WS-EOF TO TRUE
			WHEN OTHER
				PERFORM 2400-CHECK-BRANCH
				IF NOT WS-HIDE-LINE
					PERFORM 2500-SHOW-LINE
				END-IF
		END-EVALUATE.
      *
	2400-CHECK-BRANCH.
		MOVE "N" TO WS-HIDE-FLAG
		IF WS-BRANCH-COLUMN > ZERO
			MOVE GENERATION-LINE (WS-BRANCH-COLUMN:6)
				TO WS-WORK-BRANCH
			PERFORM 2410-MATCH-OTHER-BRANCH
				VARYING WS-OTHER-IDX FROM 1 BY 1
				UNTIL WS-OTHER-IDX > WS-OTHER-COUNT
				OR WS-HIDE-LINE
		END-IF.
      *
	2410-MATCH-OTHER-BRANCH.
		IF WS-OTHER-BRANCH (WS-OTHER-IDX) = WS-WORK-BRANCH
			SET WS-HIDE-LINE TO TRUE
		END-IF.
      *
	2500-SHOW-LINE.
		IF WS-SKIPPED < WS-SKIP-TARGET
			ADD 1 TO WS-SKIPPED
		ELSE
			ADD 1 TO WS-PAGE-COUNT
			IF WS-PAGE-COUNT = 1
				COMPUTE WS-PAGE-NO = (WS-LINE-NO - 1)
					/ WS-PAGE-LINES + 1
				MOVE WS-PAGE-NO TO WS-SHOW-PAGE
			END-IF
			MOVE GENERATION-LINE (WS-START-COLUMN:78)
				TO WS-PAGE-ROW (WS-PAGE-COUNT)
		END-IF.
      *
