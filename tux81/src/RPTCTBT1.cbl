      *
      *  RPTCTBT1.cbl
      *
      *  Report catalogue batch.  Runs at the end of the night's
      *  train, once the jobs whose print outputs it registers have
      *  finished (their BATCTLR predecessor slots), so branches can
      *  read their own exceptions online first thing instead of
      *  waiting for operations to split and mail the whole-bank
      *  listings.
      *
      *  Every active row on the report definition file (RPTDEFR,
      *  RPTDMNT1) names a job whose <JOB>.OUT is copied to a dated
      *  generation, <JOB>.G<business date>, counted back the way
      *  ARCHBAT1 verifies its log generations, and entered on the
      *  archive generation index (ARCHIDXR) under the job name -
      *  so a report run is kept, found and retired with the log
      *  generations.  While copying, each line is given its page
      *  (page lines from the definition, 60 when not set) and, when
      *  the definition names a branch column, the branch code found
      *  there if it is a branch on the branch master (BRMSTR);
      *  headings and totals carry no branch and belong to the whole
      *  bank.  The catalogue (RPTCATR) then gets one row for the
      *  whole run and one per branch with the first and last page
      *  its lines fall on, replacing anything catalogued for the
      *  same job and business date by an earlier run.  RPTVW1 shows
      *  a branch its own pages from it.
      *
      *  The run report (RPTCTBT1.OUT) lists each report with its
      *  line, page and branch counts, or why it was not catalogued.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTCTBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT REPORT-DEF-FILE ASSIGN TO "RPTDEFR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS RPTDEF-JOB-NAME
			FILE STATUS IS WS-RPTDEF-STATUS.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS BRM-LMID
			FILE STATUS IS WS-BRMSTR-STATUS.
		SELECT REPORT-IN-FILE ASSIGN TO WS-REPORT-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-REPORT-STATUS.
		SELECT GENERATION-FILE ASSIGN TO WS-GEN-NAME
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-GEN-STATUS.
		SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ARCHIDX-KEY
			FILE STATUS IS WS-ARCHIDX-STATUS.
		SELECT CATALOGUE-FILE ASSIGN TO "RPTCATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RPTCAT-KEY
			FILE STATUS IS WS-RPTCAT-STATUS.
		SELECT RPT-FILE ASSIGN TO "RPTCTBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  REPORT-DEF-FILE.
	01  REPORT-DEF-RECORD.
		COPY RPTDEFR.
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	FD  REPORT-IN-FILE.
	01  REPORT-IN-LINE		PIC X(170).
	FD  GENERATION-FILE.
	01  GENERATION-LINE		PIC X(170).
	FD  ARCHIVE-INDEX-FILE.
	01  ARCHIVE-INDEX-RECORD.
		COPY ARCHIDXR.
	FD  CATALOGUE-FILE.
	01  CATALOGUE-RECORD.
		COPY RPTCATR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-RPTDEF-STATUS		PIC XX.
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-REPORT-STATUS		PIC XX.
	01  WS-GEN-STATUS		PIC XX.
	01  WS-ARCHIDX-STATUS		PIC XX.
	01  WS-RPTCAT-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-JOB-NAME			PIC X(9) VALUE "RPTCTBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  WS-NOW			PIC X(21).
	01  WS-REPORT-NAME		PIC X(20).
	01  WS-GEN-NAME			PIC X(20).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-DEF-EOF-FLAG		PIC X.
		88  WS-DEF-EOF		VALUE "Y".
	01  WS-PAGE-LINES		PIC 9(3).
	01  WS-BRANCH-COLUMN		PIC 9(3).
	01  WS-COPIED-COUNT		PIC 9(7).
	01  WS-VERIFY-COUNT		PIC 9(7).
	01  WS-PAGE-NO			PIC 9(5).
	01  WS-BRANCHES-HIT		PIC 9(5).
	01  WS-REPORTS-CATALOGUED	PIC 9(5) VALUE 0.
	01  WS-WORK-BRANCH		PIC X(6).
	01  WS-BRANCH-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-BRANCH-TABLE.
		05  WS-BR-ENTRY OCCURS 500 TIMES.
			10  WS-BR-CODE		PIC X(6).
			10  WS-BR-FIRST-PAGE	PIC 9(5).
			10  WS-BR-LAST-PAGE	PIC 9(5).
			10  WS-BR-LINES		PIC 9(7).
	01  WS-BR-IDX			PIC S9(4) COMP-5.
	01  WS-BR-FOUND-FLAG		PIC X.
		88  WS-BR-FOUND		VALUE "Y".
	01  WS-DETAIL-LINE.
		05  DTL-JOB-NAME	PIC X(8).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-LINES		PIC ZZZ,ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PAGES		PIC ZZ,ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-BRANCHES	PIC ZZ,ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(30).
	01  WS-HEAD-LINE.
		05  FILLER		PIC X(10) VALUE "JOB".
		05  FILLER		PIC X(9) VALUE "   LINES".
		05  FILLER		PIC X(8) VALUE "  PAGES".
		05  FILLER		PIC X(8) VALUE "  BRNCH".
		05  FILLER		PIC X(30) VALUE "  RESULT".
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZ,ZZ9.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "REPORT CATALOGUE FOR BUSINESS DATE "
			DELIMITED BY SIZE
			WS-BUSINESS-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEAD-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-LOAD-BRANCHES
			PERFORM 2000-CATALOGUE-REPORTS
		END-IF
		MOVE "REPORTS CATALOGUED:" TO CNT-TEXT
		MOVE WS-REPORTS-CATALOGUED TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-LOAD-BRANCHES.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT BRANCH-MASTER-FILE
		IF WS-BRMSTR-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-BRANCH UNTIL WS-EOF
		CLOSE BRANCH-MASTER-FILE.
      *
	1100-READ-BRANCH.
		READ BRANCH-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 1200-ADD-BRANCH
		END-READ.
      *
	1200-ADD-BRANCH.
		IF WS-BRANCH-COUNT < 500
			AND BRM-BRANCH-CODE NOT = SPACES
			ADD 1 TO WS-BRANCH-COUNT
			MOVE BRM-BRANCH-CODE
				TO WS-BR-CODE (WS-BRANCH-COUNT)
		END-IF.
      *
	2000-CATALOGUE-REPORTS.
		OPEN I-O CATALOGUE-FILE
		IF WS-RPTCAT-STATUS NOT = "00"
			CLOSE CATALOGUE-FILE
			OPEN OUTPUT CATALOGUE-FILE
			CLOSE CATALOGUE-FILE
			OPEN I-O CATALOGUE-FILE
		END-IF
		OPEN I-O ARCHIVE-INDEX-FILE
		IF WS-ARCHIDX-STATUS NOT = "00"
			CLOSE ARCHIVE-INDEX-FILE
			OPEN OUTPUT ARCHIVE-INDEX-FILE
			CLOSE ARCHIVE-INDEX-FILE
			OPEN I-O ARCHIVE-INDEX-FILE
		END-IF
		MOVE "N" TO WS-DEF-EOF-FLAG
		OPEN INPUT REPORT-DEF-FILE
		IF WS-RPTDEF-STATUS NOT = "00"
			SET WS-DEF-EOF TO TRUE
			MOVE "NO REPORT DEFINITIONS" TO RPT-LINE
			WRITE RPT-LINE
		END-IF
		PERFORM 2100-READ-DEFINITION UNTIL WS-DEF-EOF
		CLOSE REPORT-DEF-FILE
		CLOSE ARCHIVE-INDEX-FILE
		CLOSE CATALOGUE-FILE.
      *
	2100-READ-DEFINITION.
		READ REPORT-DEF-FILE NEXT RECORD
			AT END
				SET WS-DEF-EOF TO TRUE
			NOT AT END
				IF RPTDEF-ACTIVE
					PERFORM 3000-CATALOGUE-ONE
				END-IF
		END-READ.
      *
	3000-CATALOGUE-ONE.
		PERFORM 3050-PREPARE-REPORT
		MOVE RPTDEF-JOB-NAME TO DTL-JOB-NAME
		MOVE ZERO TO DTL-LINES
		MOVE ZERO TO DTL-PAGES
		MOVE ZERO TO DTL-BRANCHES
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT REPORT-IN-FILE
		IF WS-REPORT-STATUS NOT = "00"
			CLOSE REPORT-IN-FILE
			MOVE "NO OUTPUT FROM JOB" TO DTL-RESULT
		ELSE
			OPEN OUTPUT GENERATION-FILE
			PERFORM 3100-COPY-LINE UNTIL WS-EOF
			CLOSE REPORT-IN-FILE
			CLOSE GENERATION-FILE
			PERFORM 3200-VERIFY-GENERATION
			IF WS-VERIFY-COUNT = WS-COPIED-COUNT
				PERFORM 3300-INDEX-GENERATION
				PERFORM 3400-CLEAR-PRIOR-RUN
				PERFORM 3500-WRITE-CATALOGUE
				ADD 1 TO WS-REPORTS-CATALOGUED
				MOVE WS-COPIED-COUNT TO DTL-LINES
				MOVE WS-PAGE-NO TO DTL-PAGES
				MOVE WS-BRANCHES-HIT TO DTL-BRANCHES
				MOVE "CATALOGUED" TO DTL-RESULT
			ELSE
				MOVE "COUNT MISMATCH-NOT CATALOGUED"
					TO DTL-RESULT
			END-IF
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3050-PREPARE-REPORT.
		MOVE SPACES TO WS-REPORT-NAME
		STRING RPTDEF-JOB-NAME DELIMITED BY SPACE
			".OUT" DELIMITED BY SIZE
			INTO WS-REPORT-NAME
		MOVE SPACES TO WS-GEN-NAME
		STRING RPTDEF-JOB-NAME DELIMITED BY SPACE
			".G" DELIMITED BY SIZE
			WS-BUSINESS-DATE DELIMITED BY SIZE
			INTO WS-GEN-NAME
		MOVE RPTDEF-PAGE-LINES TO WS-PAGE-LINES
		IF WS-PAGE-LINES = ZERO
			MOVE 60 TO WS-PAGE-LINES
		END-IF
		MOVE RPTDEF-BRANCH-COLUMN TO WS-BRANCH-COLUMN
		IF WS-BRANCH-COLUMN > 165
			MOVE ZERO TO WS-BRANCH-COLUMN
		END-IF
		MOVE ZERO TO WS-COPIED-COUNT
		MOVE ZERO TO WS-PAGE-NO
		MOVE ZERO TO WS-BRANCHES-HIT
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
			MOVE ZERO TO WS-BR-FIRST-PAGE (WS-BR-IDX)
			MOVE ZERO TO WS-BR-LAST-PAGE (WS-BR-IDX)
			MOVE ZERO TO WS-BR-LINES (WS-BR-IDX)
		END-PERFORM.
      *
	3100-COPY-LINE.
		READ REPORT-IN-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 3110-TAKE-LINE
		END-READ.
      *
	3110-TAKE-LINE.
		ADD 1 TO WS-COPIED-COUNT
		COMPUTE WS-PAGE-NO =
			(WS-COPIED-COUNT - 1) / WS-PAGE-LINES + 1
		WRITE GENERATION-LINE FROM REPORT-IN-LINE
		IF WS-BRANCH-COLUMN > ZERO
			PERFORM 3150-TALLY-BRANCH
		END-IF.
      *
	3150-TALLY-BRANCH.
		MOVE REPORT-IN-LINE (WS-BRANCH-COLUMN:6)
			TO WS-WORK-BRANCH
		MOVE "N" TO WS-BR-FOUND-FLAG
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
				OR WS-BR-FOUND
			IF WS-BR-CODE (WS-BR-IDX) = WS-WORK-BRANCH
				SET WS-BR-FOUND TO TRUE
			END-IF
		END-PERFORM
		IF WS-BR-FOUND
			SUBTRACT 1 FROM WS-BR-IDX
			IF WS-BR-LINES (WS-BR-IDX) = ZERO
				ADD 1 TO WS-BRANCHES-HIT
				MOVE WS-PAGE-NO
					TO WS-BR-FIRST-PAGE (WS-BR-IDX)
			END-IF
			MOVE WS-PAGE-NO TO WS-BR-LAST-PAGE (WS-BR-IDX)
			ADD 1 TO WS-BR-LINES (WS-BR-IDX)
		END-IF.
      *
	3200-VERIFY-GENERATION.
		MOVE ZERO TO WS-VERIFY-COUNT
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT GENERATION-FILE
		IF WS-GEN-STATUS NOT = "00"
			CLOSE GENERATION-FILE
		ELSE
			PERFORM 3210-COUNT-GENERATION UNTIL WS-EOF
			CLOSE GENERATION-FILE
		END-IF.
      *
	3210-COUNT-GENERATION.
		READ GENERATION-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-VERIFY-COUNT
		END-READ.
      *
	3300-INDEX-GENERATION.
		MOVE RPTDEF-JOB-NAME TO ARCHIDX-LOG-NAME
		MOVE WS-BUSINESS-DATE TO ARCHIDX-GEN-DATE
		READ ARCHIVE-INDEX-FILE
			INVALID KEY
				MOVE WS-GEN-NAME TO ARCHIDX-GEN-NAME
				MOVE WS-COPIED-COUNT
					TO ARCHIDX-RECORD-COUNT
				WRITE ARCHIVE-INDEX-RECORD
			NOT INVALID KEY
				MOVE WS-GEN-NAME TO ARCHIDX-GEN-NAME
				MOVE WS-COPIED-COUNT
					TO ARCHIDX-RECORD-COUNT
				REWRITE ARCHIVE-INDEX-RECORD
		END-READ.
      *
      *  A rerun for the same business date replaces the earlier
      *  catalogue rows outright, so a branch that has dropped off
      *  the report does not keep pointing at stale pages.
	3400-CLEAR-PRIOR-RUN.
		MOVE "N" TO WS-EOF-FLAG
		MOVE RPTDEF-JOB-NAME TO RPTCAT-JOB-NAME
		MOVE WS-BUSINESS-DATE TO RPTCAT-BUS-DATE
		MOVE LOW-VALUES TO RPTCAT-BRANCH-CODE
		START CATALOGUE-FILE KEY >= RPTCAT-KEY
			INVALID KEY
				SET WS-EOF TO TRUE
		END-START
		PERFORM 3410-DELETE-PRIOR-ROW UNTIL WS-EOF.
      *
	3410-DELETE-PRIOR-ROW.
		READ CATALOGUE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF RPTCAT-JOB-NAME = RPTDEF-JOB-NAME
					AND RPTCAT-BUS-DATE
						= WS-BUSINESS-DATE
					DELETE CATALOGUE-FILE RECORD
				ELSE
					SET WS-EOF TO TRUE
				END-IF
		END-READ.
      *
	3500-WRITE-CATALOGUE.
		MOVE SPACES TO CATALOGUE-RECORD
		MOVE RPTDEF-JOB-NAME TO RPTCAT-JOB-NAME
		MOVE WS-BUSINESS-DATE TO RPTCAT-BUS-DATE
		MOVE WS-GEN-NAME TO RPTCAT-GEN-NAME
		MOVE WS-BRANCH-COLUMN TO RPTCAT-BRANCH-COLUMN
		MOVE WS-PAGE-LINES TO RPTCAT-PAGE-LINES
		MOVE WS-NOW (1:8) TO RPTCAT-CATALOGUED-DATE
		MOVE WS-NOW (9:6) TO RPTCAT-CATALOGUED-TIME
		IF WS-PAGE-NO = ZERO
			MOVE ZERO TO RPTCAT-FIRST-PAGE
		ELSE
			MOVE 1 TO RPTCAT-FIRST-PAGE
		END-IF
		MOVE WS-PAGE-NO TO RPTCAT-LAST-PAGE
		MOVE WS-COPIED-COUNT TO RPTCAT-LINE-COUNT
		WRITE CATALOGUE-RECORD
		PERFORM VARYING WS-BR-IDX FROM 1 BY 1
				UNTIL WS-BR-IDX > WS-BRANCH-COUNT
			IF WS-BR-LINES (WS-BR-IDX) > ZERO
				MOVE WS-BR-CODE (WS-BR-IDX)
					TO RPTCAT-BRANCH-CODE
				MOVE WS-BR-FIRST-PAGE (WS-BR-IDX)
					TO RPTCAT-FIRST-PAGE
				MOVE WS-BR-LAST-PAGE (WS-BR-IDX)
					TO RPTCAT-LAST-PAGE
				MOVE WS-BR-LINES (WS-BR-IDX)
					TO RPTCAT-LINE-COUNT
				WRITE CATALOGUE-RECORD
			END-IF
		END-PERFORM.
      *
