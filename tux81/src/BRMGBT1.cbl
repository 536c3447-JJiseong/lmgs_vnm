      *
      *  BRMGBT1.cbl
      *
      *  Branch-merger batch.  A branch scheduled to close carries
      *  on its Branch Master row (BRMSTR, through BRMST01 under
      *  maker-checker) the branch taking over its book and the
      *  business date of the move.  On that business date this
      *  job re-homes every open loan (LOANM-BRANCH-CODE), demand-
      *  deposit account (DDACC-HOME-BRANCH) and fixed deposit
      *  (FXDEP-HOME-BRANCH) of the closing branch through the
      *  branch-transfer engine BRXFRP1 - the same postings, audit
      *  images and history rows the counter service BRXFR01 makes
      *  for a single account.
      *
      *  The accounts to move are first listed on a work file
      *  (BRMGWRK) so the engine never rewrites a master this job
      *  is still reading.  Each account moves under its own
      *  TRANID; an account the engine refuses is listed with its
      *  APPL code and stays where it is.
      *
      *  Control report BRMGBT1.OUT proves the move per balance
      *  type from the GL interface itself (GLINTFR): for the
      *  TRANIDs this run posted, the transfer-out legs at the
      *  closing branch are the totals left and the transfer-in
      *  legs at the receiving branch the totals arrived, and the
      *  two must agree line by line.  The closing branch is then
      *  re-scanned: any open account still homed there is
      *  counted.  Only when the totals reconcile and nothing is
      *  left behind is the Branch Master row marked merged (M);
      *  otherwise it stays pending and a rerun on the same
      *  business date picks up what was left.
      *
      *  A deposit row not yet homed (home branch spaces) stands
      *  on head office 000000, where the posters carry it, so it
      *  moves only in a merger of 000000.  Any other merger lists
      *  each such row as NOT HOMED and counts them, for a
      *  transfer (BRXFR01) to home them; they do not hold the
      *  merger back.
      *
      *  The closing branch is expected to have stopped trading by
      *  the merger date; the TRANIDs a run may prove are held in
      *  a table of WS-MAX-XFERS entries, and accounts beyond it
      *  are deferred to a rerun rather than moved unproven.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRMGBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BRM-LMID
			FILE STATUS IS WS-BRMSTR-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT FX-DEPOSIT-FILE ASSIGN TO "FXDEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT WORK-FILE ASSIGN TO "BRMGWRK"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-WORK-STATUS.
		SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GLINTF-STATUS.
		SELECT RPT-FILE ASSIGN TO "BRMGBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  WORK-FILE.
	01  WORK-RECORD.
		05  WRK-ACCOUNT-TYPE	PIC X.
		05  WRK-ACCOUNT-NO	PIC X(12).
	FD  GL-INTERFACE-FILE.
	01  GL-INTERFACE-RECORD.
		COPY GLINTFR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-WORK-STATUS		PIC XX.
	01  WS-GLINTF-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-PERIOD-OPEN-FLAG		PIC X.
		88  WS-PERIOD-OPEN	VALUE "Y".
		88  WS-PERIOD-CLOSED	VALUE "N".
	01  WS-SCAN-MODE		PIC X.
		88  WS-SCAN-BUILD	VALUE "B".
		88  WS-SCAN-COUNT	VALUE "C".
	01  WS-MAX-MERGERS		PIC S9(4) COMP-5 VALUE 50.
	01  WS-MRG-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-MRG-IDX			PIC S9(4) COMP-5.
	01  WS-MERGER-TABLE.
		05  WS-MRG-ENTRY OCCURS 50 TIMES.
			10  WS-MRG-LMID		PIC X(30).
			10  WS-MRG-CLOSING	PIC X(6).
			10  WS-MRG-INTO		PIC X(6).
	01  WS-CLOSING-BRANCH		PIC X(6).
	01  WS-INTO-BRANCH		PIC X(6).
	01  WS-MAX-XFERS		PIC S9(9) COMP-5 VALUE 20000.
	01  WS-XFER-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-XFER-TABLE.
		05  WS-XFER-TRANID	PIC S9(9) COMP-5
				OCCURS 1 TO 20000 TIMES
				DEPENDING ON WS-XFER-COUNT
				ASCENDING KEY IS WS-XFER-TRANID
				INDEXED BY WS-XFER-IDX.
	01  WS-COMPONENT-VALUES.
		05  FILLER		PIC X(30)
			VALUE "1000000001LOAN PRINCIPAL      ".
		05  FILLER		PIC X(30)
			VALUE "1000000003LOAN ACCRUED INT    ".
		05  FILLER		PIC X(30)
			VALUE "1000000002LOAN PENALTY        ".
		05  FILLER		PIC X(30)
			VALUE "1000000091LOAN PROVISION      ".
		05  FILLER		PIC X(30)
			VALUE "2000000002DD BALANCE          ".
		05  FILLER		PIC X(30)
			VALUE "2000000095DD ACCRUED INT      ".
		05  FILLER		PIC X(30)
			VALUE "1000000004DD OD ACCRUED INT   ".
		05  FILLER		PIC X(30)
			VALUE "2000000001FD PRINCIPAL        ".
		05  FILLER		PIC X(30)
			VALUE "2000000089FD ACCRUED INT      ".
	01  WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-VALUES.
		05  WS-COMP-ENTRY OCCURS 9 TIMES
				INDEXED BY WS-COMP-IDX.
			10  WS-COMP-GL-ACCOUNT	PIC X(10).
			10  WS-COMP-LABEL	PIC X(20).
	01  WS-COMP-TOTALS.
		05  WS-COMP-TOTAL OCCURS 9 TIMES.
			10  WS-COMP-LEFT	PIC S9(15)V99 COMP-3.
			10  WS-COMP-ARRIVED	PIC S9(15)V99 COMP-3.
	01  WS-SUB			PIC S9(4) COMP-5.
	01  WS-TOTAL-LEFT		PIC S9(15)V99 COMP-3.
	01  WS-TOTAL-ARRIVED		PIC S9(15)V99 COMP-3.
	01  WS-RECONCILE-FLAG		PIC X.
		88  WS-RECONCILED	VALUE "Y".
	01  WS-LOAN-MOVED		PIC 9(7).
	01  WS-DD-MOVED			PIC 9(7).
	01  WS-FD-MOVED			PIC 9(7).
	01  WS-REJECT-COUNT		PIC 9(7).
	01  WS-DEFER-COUNT		PIC 9(7).
	01  WS-REMAIN-COUNT		PIC 9(7).
	01  WS-UNHOMED-COUNT		PIC 9(7).
	01  WS-ACCT-BRANCH		PIC X(6).
	01  WS-APPL-CODE-DISP		PIC 9(4).
	01  WS-XFR-REC.
		COPY BRXFRD.
	01  WS-HEADING-LINE.
		05  FILLER		PIC X(16)
			VALUE "CLOSING BRANCH ".
		05  HDG-CLOSING		PIC X(6).
		05  FILLER		PIC X(20)
			VALUE "  MERGED INTO ".
		05  HDG-INTO		PIC X(6).
		05  FILLER		PIC X(18)
			VALUE "  BUSINESS DATE ".
		05  HDG-DATE		PIC X(8).
	01  WS-DETAIL-LINE.
		05  DTL-TYPE		PIC X.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-ACCOUNT-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-PRINCIPAL	PIC -,---,---,---,--9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-TRANID		PIC Z(8)9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-RESULT		PIC X(20).
	01  WS-PROOF-LINE.
		05  PRF-LABEL		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-GL-ACCOUNT	PIC X(10).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-LEFT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-ARRIVED		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  PRF-RESULT		PIC X(4).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(36).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "BRMGBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		CALL "GLPERCK1" USING WS-BUSINESS-DATE
			WS-PERIOD-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE "BRANCH MERGER - ACCOUNT TRANSFER CONTROL REPORT"
			TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-BUSDATE-OPEN
			AND WS-PERIOD-OPEN
			PERFORM 1000-LOAD-MERGERS
			IF WS-MRG-COUNT = ZERO
				MOVE "NO BRANCH MERGER DUE TODAY"
					TO RPT-LINE
				WRITE RPT-LINE
			END-IF
			PERFORM 2000-MERGE-BRANCH
				VARYING WS-MRG-IDX FROM 1 BY 1
				UNTIL WS-MRG-IDX > WS-MRG-COUNT
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  The due mergers are listed first so the Branch Master is
      *  closed again before the engine scans it for each target.
	1000-LOAD-MERGERS.
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
				PERFORM 1150-CHECK-BRANCH
		END-READ.
      *
	1150-CHECK-BRANCH.
		IF BRM-MERGE-INTO-BRANCH NOT = SPACES
			AND BRM-MERGE-DATE = WS-BUSINESS-DATE
			AND BRM-MERGE-PENDING
			AND WS-MRG-COUNT < WS-MAX-MERGERS
			PERFORM 1200-ADD-MERGER
		END-IF.
      *
	1200-ADD-MERGER.
		ADD 1 TO WS-MRG-COUNT
		MOVE BRM-LMID TO WS-MRG-LMID (WS-MRG-COUNT)
		MOVE BRM-BRANCH-CODE TO WS-MRG-CLOSING (WS-MRG-COUNT)
		MOVE BRM-MERGE-INTO-BRANCH
			TO WS-MRG-INTO (WS-MRG-COUNT).
      *
	2000-MERGE-BRANCH.
		MOVE WS-MRG-CLOSING (WS-MRG-IDX) TO WS-CLOSING-BRANCH
		MOVE WS-MRG-INTO (WS-MRG-IDX) TO WS-INTO-BRANCH
		MOVE ZERO TO WS-XFER-COUNT
		MOVE ZERO TO WS-LOAN-MOVED
		MOVE ZERO TO WS-DD-MOVED
		MOVE ZERO TO WS-FD-MOVED
		MOVE ZERO TO WS-REJECT-COUNT
		MOVE ZERO TO WS-DEFER-COUNT
		MOVE ZERO TO WS-REMAIN-COUNT
		MOVE ZERO TO WS-UNHOMED-COUNT
		PERFORM 2100-CLEAR-TOTALS
			VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-CLOSING-BRANCH TO HDG-CLOSING
		MOVE WS-INTO-BRANCH TO HDG-INTO
		MOVE WS-BUSINESS-DATE TO HDG-DATE
		MOVE WS-HEADING-LINE TO RPT-LINE
		WRITE RPT-LINE
		SET WS-SCAN-BUILD TO TRUE
		OPEN OUTPUT WORK-FILE
		PERFORM 3000-SCAN-CLOSING-BRANCH
		CLOSE WORK-FILE
		PERFORM 4000-MOVE-ACCOUNTS
		IF WS-XFER-COUNT > ZERO
			PERFORM 5000-PROVE-LEGS
		END-IF
		SET WS-SCAN-COUNT TO TRUE
		PERFORM 3000-SCAN-CLOSING-BRANCH
		PERFORM 6000-WRITE-PROOF
		IF WS-RECONCILED AND WS-REMAIN-COUNT = ZERO
			PERFORM 7000-MARK-MERGED
		END-IF.
      *
	2100-CLEAR-TOTALS.
		MOVE ZERO TO WS-COMP-LEFT (WS-SUB)
		MOVE ZERO TO WS-COMP-ARRIVED (WS-SUB).
      *
      *  One pass over each book for the closing branch's open
      *  accounts: listed on the work file before the move, only
      *  counted when re-scanned after it.
	3000-SCAN-CLOSING-BRANCH.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT DD-ACCOUNT-FILE
		IF WS-DDACC-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3200-READ-DEMAND UNTIL WS-EOF
		CLOSE DD-ACCOUNT-FILE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT FX-DEPOSIT-FILE
		IF WS-FXDEP-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 3300-READ-FIXED UNTIL WS-EOF
		CLOSE FX-DEPOSIT-FILE.
      *
	3100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-BRANCH-CODE = WS-CLOSING-BRANCH
					AND LOANM-OPEN
					MOVE "L" TO WRK-ACCOUNT-TYPE
					MOVE LOANM-ACCOUNT-NO
						TO WRK-ACCOUNT-NO
					PERFORM 3900-LIST-ACCOUNT
				END-IF
		END-READ.
      *
	3200-READ-DEMAND.
		READ DD-ACCOUNT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF DDACC-ACTIVE
					MOVE DDACC-HOME-BRANCH
						TO WS-ACCT-BRANCH
					MOVE "D" TO WRK-ACCOUNT-TYPE
					MOVE DDACC-ACCOUNT-NO
						TO WRK-ACCOUNT-NO
					PERFORM 3800-CHECK-HOME
				END-IF
		END-READ.
      *
	3300-READ-FIXED.
		READ FX-DEPOSIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF FXDEP-ACTIVE
					MOVE FXDEP-HOME-BRANCH
						TO WS-ACCT-BRANCH
					MOVE "F" TO WRK-ACCOUNT-TYPE
					MOVE FXDEP-DEPOSIT-NO
						TO WRK-ACCOUNT-NO
					PERFORM 3800-CHECK-HOME
				END-IF
		END-READ.
      *
	3800-CHECK-HOME.
		IF WS-ACCT-BRANCH = SPACES
			MOVE "000000" TO WS-ACCT-BRANCH
			IF WS-SCAN-BUILD
				AND WS-CLOSING-BRANCH NOT = "000000"
				PERFORM 3850-LIST-UNHOMED
			END-IF
		END-IF
		IF WS-ACCT-BRANCH = WS-CLOSING-BRANCH
			PERFORM 3900-LIST-ACCOUNT
		END-IF.
      *
	3850-LIST-UNHOMED.
		ADD 1 TO WS-UNHOMED-COUNT
		MOVE WRK-ACCOUNT-TYPE TO DTL-TYPE
		MOVE WRK-ACCOUNT-NO TO DTL-ACCOUNT-NO
		MOVE ZERO TO DTL-PRINCIPAL
		MOVE ZERO TO DTL-TRANID
		MOVE "NOT HOMED - 000000" TO DTL-RESULT
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3900-LIST-ACCOUNT.
		IF WS-SCAN-BUILD
			WRITE WORK-RECORD
		ELSE
			ADD 1 TO WS-REMAIN-COUNT
		END-IF.
      *
	4000-MOVE-ACCOUNTS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT WORK-FILE
		IF WS-WORK-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-WORK UNTIL WS-EOF
		CLOSE WORK-FILE.
      *
	4100-READ-WORK.
		READ WORK-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 4200-MOVE-ACCOUNT
		END-READ.
      *
	4200-MOVE-ACCOUNT.
		MOVE WRK-ACCOUNT-TYPE TO DTL-TYPE
		MOVE WRK-ACCOUNT-NO TO DTL-ACCOUNT-NO
		MOVE ZERO TO DTL-PRINCIPAL
		MOVE ZERO TO DTL-TRANID
		IF WS-XFER-COUNT NOT < WS-MAX-XFERS
			ADD 1 TO WS-DEFER-COUNT
			MOVE "DEFERRED - RERUN" TO DTL-RESULT
		ELSE
			MOVE WRK-ACCOUNT-TYPE TO BRXFRD-ACCOUNT-TYPE
			MOVE WRK-ACCOUNT-NO TO BRXFRD-ACCOUNT-NO
			MOVE WS-INTO-BRANCH TO BRXFRD-TO-BRANCH
			MOVE WS-CLOSING-BRANCH TO BRXFRD-FROM-BRANCH
			CALL "BRXFRP1" USING WS-XFR-REC
				WS-BUSINESS-DATE
			PERFORM 4300-NOTE-RESULT
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4300-NOTE-RESULT.
		IF BRXFRD-RESULT-CODE = ZERO
			ADD 1 TO WS-XFER-COUNT
			MOVE BRXFRD-TRANID
				TO WS-XFER-TRANID (WS-XFER-COUNT)
			EVALUATE TRUE
				WHEN BRXFRD-LOAN
					ADD 1 TO WS-LOAN-MOVED
				WHEN BRXFRD-DEMAND
					ADD 1 TO WS-DD-MOVED
				WHEN BRXFRD-FIXED
					ADD 1 TO WS-FD-MOVED
			END-EVALUATE
			MOVE BRXFRD-PRINCIPAL-AMT TO DTL-PRINCIPAL
			MOVE BRXFRD-TRANID TO DTL-TRANID
			MOVE "MOVED" TO DTL-RESULT
		ELSE
			ADD 1 TO WS-REJECT-COUNT
			MOVE SPACES TO DTL-RESULT
			MOVE BRXFRD-RESULT-CODE TO WS-APPL-CODE-DISP
			STRING "REFUSED APPL " DELIMITED BY SIZE
				WS-APPL-CODE-DISP DELIMITED BY SIZE
				INTO DTL-RESULT
		END-IF.
      *
      *  The TRANIDs were drawn in ascending order, so the table
      *  is searched by key; a leg of any other TRANID is none of
      *  this merger's business.
	5000-PROVE-LEGS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT GL-INTERFACE-FILE
		IF WS-GLINTF-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 5100-READ-LEG UNTIL WS-EOF
		CLOSE GL-INTERFACE-FILE.
      *
	5100-READ-LEG.
		READ GL-INTERFACE-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				PERFORM 5200-CHECK-LEG
		END-READ.
      *
	5200-CHECK-LEG.
		IF GLINTF-TRANID NOT < WS-XFER-TRANID (1)
			AND GLINTF-TRANID NOT >
				WS-XFER-TRANID (WS-XFER-COUNT)
			PERFORM 5250-FIND-TRANID
		END-IF.
      *
	5250-FIND-TRANID.
		SEARCH ALL WS-XFER-TRANID
			AT END
				CONTINUE
			WHEN WS-XFER-TRANID (WS-XFER-IDX) =
				GLINTF-TRANID
				PERFORM 5300-ADD-LEG
		END-SEARCH.
      *
	5300-ADD-LEG.
		SET WS-COMP-IDX TO 1
		SEARCH WS-COMP-ENTRY
			AT END
				CONTINUE
			WHEN WS-COMP-GL-ACCOUNT (WS-COMP-IDX) =
				GLINTF-GL-ACCOUNT
				SET WS-SUB TO WS-COMP-IDX
				PERFORM 5400-ADD-TO-COMPONENT
		END-SEARCH.
      *
	5400-ADD-TO-COMPONENT.
		EVALUATE GLINTF-BRANCH-CODE
			WHEN WS-CLOSING-BRANCH
				ADD GLINTF-AMOUNT
					TO WS-COMP-LEFT (WS-SUB)
			WHEN WS-INTO-BRANCH
				ADD GLINTF-AMOUNT
					TO WS-COMP-ARRIVED (WS-SUB)
		END-EVALUATE.
      *
	6000-WRITE-PROOF.
		MOVE "Y" TO WS-RECONCILE-FLAG
		MOVE ZERO TO WS-TOTAL-LEFT
		MOVE ZERO TO WS-TOTAL-ARRIVED
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		MOVE "BALANCE" TO RPT-LINE (1:7)
		MOVE "GL ACCOUNT" TO RPT-LINE (23:10)
		MOVE "LEFT" TO RPT-LINE (52:4)
		MOVE "ARRIVED" TO RPT-LINE (73:7)
		WRITE RPT-LINE
		PERFORM 6100-WRITE-COMPONENT
			VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
		MOVE "TOTAL" TO PRF-LABEL
		MOVE SPACES TO PRF-GL-ACCOUNT
		MOVE WS-TOTAL-LEFT TO PRF-LEFT
		MOVE WS-TOTAL-ARRIVED TO PRF-ARRIVED
		IF WS-TOTAL-LEFT = WS-TOTAL-ARRIVED
			MOVE "OK" TO PRF-RESULT
		ELSE
			MOVE "DIFF" TO PRF-RESULT
		END-IF
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS MOVED:" TO CNT-TEXT
		MOVE WS-LOAN-MOVED TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "DEMAND-DEPOSIT ACCOUNTS MOVED:" TO CNT-TEXT
		MOVE WS-DD-MOVED TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "FIXED DEPOSITS MOVED:" TO CNT-TEXT
		MOVE WS-FD-MOVED TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "ACCOUNTS REFUSED:" TO CNT-TEXT
		MOVE WS-REJECT-COUNT TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "ACCOUNTS DEFERRED:" TO CNT-TEXT
		MOVE WS-DEFER-COUNT TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "OPEN ACCOUNTS LEFT AT CLOSING BRANCH:"
			TO CNT-TEXT
		MOVE WS-REMAIN-COUNT TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		MOVE "DEPOSITS NOT HOMED (ON 000000):" TO CNT-TEXT
		MOVE WS-UNHOMED-COUNT TO CNT-VALUE
		PERFORM 6200-WRITE-COUNT
		IF WS-RECONCILED
			MOVE "TOTALS LEFT EQUAL TOTALS ARRIVED"
				TO RPT-LINE
		ELSE
			MOVE "TOTALS LEFT AND ARRIVED DO NOT RECONCILE"
				TO RPT-LINE
		END-IF
		WRITE RPT-LINE.
      *
	6100-WRITE-COMPONENT.
		MOVE WS-COMP-LABEL (WS-SUB) TO PRF-LABEL
		MOVE WS-COMP-GL-ACCOUNT (WS-SUB) TO PRF-GL-ACCOUNT
		MOVE WS-COMP-LEFT (WS-SUB) TO PRF-LEFT
		MOVE WS-COMP-ARRIVED (WS-SUB) TO PRF-ARRIVED
		ADD WS-COMP-LEFT (WS-SUB) TO WS-TOTAL-LEFT
		ADD WS-COMP-ARRIVED (WS-SUB) TO WS-TOTAL-ARRIVED
		IF WS-COMP-LEFT (WS-SUB) = WS-COMP-ARRIVED (WS-SUB)
			MOVE "OK" TO PRF-RESULT
		ELSE
			MOVE "DIFF" TO PRF-RESULT
			MOVE "N" TO WS-RECONCILE-FLAG
		END-IF
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	6200-WRITE-COUNT.
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	7000-MARK-MERGED.
		OPEN I-O BRANCH-MASTER-FILE
		MOVE WS-MRG-LMID (WS-MRG-IDX) TO BRM-LMID
		READ BRANCH-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET BRM-MERGED TO TRUE
				REWRITE BRANCH-MASTER-RECORD
				MOVE "BRANCH MARKED MERGED" TO RPT-LINE
				WRITE RPT-LINE
		END-READ
		CLOSE BRANCH-MASTER-FILE.
      *
