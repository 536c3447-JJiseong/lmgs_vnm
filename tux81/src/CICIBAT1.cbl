      *
      *  CICIBAT1.cbl
      *
      *  Credit-registry (CIC) monthly return intake - the inward
      *  sibling of CICXBAT1.  The regulation makes us carry every
      *  borrower in the worst debt group any other institution
      *  reports for them, so the registry's return (CICIN, COPY
      *  CICINR) is read after it has been verified against its
      *  companion control totals (CICIN.CTL, XTRCTLV1) the same
      *  way ICTXBAT1 verifies its inbound file - a mismatch or a
      *  missing control record holds the whole return and no loan
      *  is touched.
      *
      *  Each row is matched to the Customer Master (CUSTMSTR) on
      *  CUSTM-NATIONAL-ID; the registry's 1-5 scale is mapped back
      *  to LOANM-DELINQ-CODE (current/30/60/90/NPL) and the worst
      *  group per customer kept on the work file (CICIWRK), since
      *  the Loan Master has no customer-keyed path.  A national ID
      *  we do not hold, or a group outside 1-5, goes on the
      *  exception list instead.
      *
      *  The Loan Master (LOANMSTR) is then walked once.  Every open
      *  loan of a matched borrower whose own group is better than
      *  the registry's is raised to the registry group with reason
      *  code CICALIGN, the reporting institution and the return
      *  period (LOANM-CIC-...), and DELQBAT1 holds it there until
      *  the next return.  A loan aligned by an earlier return that
      *  this one no longer reaches goes back to its own group.
      *  Every change of group is written to the audit trail.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  DELQBAT1, so "own group" is tonight's classification - and
      *  at the end; PROVBAT1 carries this job as its predecessor so
      *  month-end provisioning runs on the aligned group.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CICIBAT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CIC-RETURN-FILE ASSIGN TO "CICIN"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-CICIN-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT WORK-FILE ASSIGN TO "CICIWRK"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CICIW-CUSTOMER-NO
			FILE STATUS IS WS-WORK-STATUS.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
		SELECT RPT-FILE ASSIGN TO "CICIBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CIC-RETURN-FILE.
	01  CIC-RETURN-RECORD.
		COPY CICINR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  WORK-FILE.
	01  WORK-RECORD.
		COPY CICIWKR.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(100).
      *
	WORKING-STORAGE SECTION.
	01  WS-CICIN-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-WORK-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		88  WS-EOF		VALUE "Y".
	01  WS-NOW			PIC X(21).
	01  WS-PRE-COUNT		PIC S9(9) COMP-5 VALUE 0.
	01  WS-PRE-HASH			PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-CTL-MATCH-FLAG		PIC X.
		88  WS-CTL-MATCH	VALUE "Y".
	01  WS-IN-CTL-FILE		PIC X(20) VALUE "CICIN.CTL".
	01  WS-RETURN-PERIOD		PIC X(6) VALUE SPACES.
	01  WS-EXT-GROUP		PIC S9(9) COMP-5.
	01  WS-OWN-GROUP		PIC S9(9) COMP-5.
	01  WS-OLD-GROUP		PIC S9(9) COMP-5.
	01  WS-GROUP-DISP		PIC ZZ9.
	01  WS-WORK-FOUND-FLAG		PIC X.
		88  WS-WORK-FOUND	VALUE "Y".
	01  WS-ALIGN-REASON		PIC X(8) VALUE "CICALIGN".
	01  WS-MATCHED-COUNT		PIC 9(7) VALUE 0.
	01  WS-EXCEPTION-COUNT		PIC 9(7) VALUE 0.
	01  WS-RAISED-COUNT		PIC 9(7) VALUE 0.
	01  WS-RELEASED-COUNT		PIC 9(7) VALUE 0.
	01  WS-DETAIL-LINE.
		05  DTL-KEY		PIC X(20).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-CUSTOMER-NO	PIC X(12).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-OLD-GROUP	PIC ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-NEW-GROUP	PIC ZZ9.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-REASON		PIC X(30).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "CICIBAT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN INPUT CIC-RETURN-FILE
		OPEN OUTPUT RPT-FILE
		MOVE "CIC RETURN DEBT-GROUP ALIGNMENT" TO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK AND WS-CICIN-STATUS = "00"
			PERFORM 0500-VERIFY-INBOUND-CONTROL
		ELSE
			MOVE "N" TO WS-CTL-MATCH-FLAG
		END-IF
		IF WS-GATE-OK AND WS-CTL-MATCH
			OPEN INPUT CUSTOMER-FILE
			OPEN OUTPUT WORK-FILE
			CLOSE WORK-FILE
			OPEN I-O WORK-FILE
			PERFORM 1000-READ-RETURN
			PERFORM 2000-MATCH-BORROWER UNTIL WS-EOF
			CLOSE CUSTOMER-FILE
			OPEN I-O LOAN-MASTER-FILE
			MOVE "N" TO WS-EOF-FLAG
			PERFORM 3000-READ-LOAN
			PERFORM 3100-ALIGN-LOAN UNTIL WS-EOF
			CLOSE LOAN-MASTER-FILE
			CLOSE WORK-FILE
			PERFORM 5000-WRITE-COUNTS
		END-IF
		CLOSE CIC-RETURN-FILE
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
      *  Pre-read of the whole return: accumulate count and balance
      *  hash, verify against CICIN.CTL, then reopen for the real
      *  pass.
	0500-VERIFY-INBOUND-CONTROL.
		MOVE "N" TO WS-EOF-FLAG
		PERFORM 0510-PRE-READ UNTIL WS-EOF
		CLOSE CIC-RETURN-FILE
		CALL "XTRCTLV1" USING WS-IN-CTL-FILE WS-PRE-COUNT
			WS-PRE-HASH WS-CTL-MATCH-FLAG
		OPEN INPUT CIC-RETURN-FILE
		IF WS-CTL-MATCH
			MOVE "N" TO WS-EOF-FLAG
		ELSE
			MOVE "CONTROL TOTALS DO NOT RECONCILE - HELD"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
	0510-PRE-READ.
		READ CIC-RETURN-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-PRE-COUNT
				ADD CICIN-BALANCE TO WS-PRE-HASH
		END-READ.
      *
	1000-READ-RETURN.
		READ CIC-RETURN-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	2000-MATCH-BORROWER.
		IF CICIN-DEBT-GROUP < 1 OR CICIN-DEBT-GROUP > 5
			MOVE SPACES TO DTL-CUSTOMER-NO
			MOVE "DEBT GROUP NOT 1-5" TO DTL-REASON
			PERFORM 4100-WRITE-EXCEPTION
		ELSE
			MOVE CICIN-NATIONAL-ID TO CUSTM-NATIONAL-ID
			READ CUSTOMER-FILE KEY IS CUSTM-NATIONAL-ID
				INVALID KEY
					MOVE SPACES TO DTL-CUSTOMER-NO
					MOVE "NATIONAL ID NOT ON FILE"
						TO DTL-REASON
					PERFORM 4100-WRITE-EXCEPTION
				NOT INVALID KEY
					PERFORM 2100-KEEP-WORST-GROUP
			END-READ
		END-IF
		PERFORM 1000-READ-RETURN.
      *
	2100-KEEP-WORST-GROUP.
		ADD 1 TO WS-MATCHED-COUNT
		MOVE CICIN-PERIOD TO WS-RETURN-PERIOD
		PERFORM 2200-MAP-GROUP
		MOVE CUSTM-CUSTOMER-NO TO CICIW-CUSTOMER-NO
		READ WORK-FILE
			INVALID KEY
				MOVE CUSTM-CUSTOMER-NO
					TO CICIW-CUSTOMER-NO
				MOVE WS-EXT-GROUP TO CICIW-DEBT-GROUP
				MOVE CICIN-BANK-CODE TO CICIW-BANK-CODE
				WRITE WORK-RECORD
			NOT INVALID KEY
				IF WS-EXT-GROUP > CICIW-DEBT-GROUP
					MOVE WS-EXT-GROUP
						TO CICIW-DEBT-GROUP
					MOVE CICIN-BANK-CODE
						TO CICIW-BANK-CODE
					REWRITE WORK-RECORD
				END-IF
		END-READ.
      *
      *  Registry scale back to ours - the reverse of CICXBAT1's
      *  mapping.
	2200-MAP-GROUP.
		EVALUATE CICIN-DEBT-GROUP
			WHEN 1
				MOVE 0 TO WS-EXT-GROUP
			WHEN 2
				MOVE 30 TO WS-EXT-GROUP
			WHEN 3
				MOVE 60 TO WS-EXT-GROUP
			WHEN 4
				MOVE 90 TO WS-EXT-GROUP
			WHEN OTHER
				MOVE 999 TO WS-EXT-GROUP
		END-EVALUATE.
      *
	3000-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				CONTINUE
		END-READ.
      *
	3100-ALIGN-LOAN.
		IF LOANM-OPEN
			PERFORM 3200-CHECK-LOAN
		END-IF
		PERFORM 3000-READ-LOAN.
      *
      *  A loan already aligned by an earlier return is judged on
      *  the own group DELQBAT1 last kept for it, not on the
      *  registry group it is currently held at.
	3200-CHECK-LOAN.
		MOVE LOANM-DELINQ-CODE TO WS-OLD-GROUP
		IF LOANM-CIC-PERIOD = SPACES
			MOVE LOANM-DELINQ-CODE TO WS-OWN-GROUP
		ELSE
			MOVE LOANM-CIC-OWN-GROUP TO WS-OWN-GROUP
		END-IF
		MOVE "N" TO WS-WORK-FOUND-FLAG
		MOVE LOANM-CUSTOMER-NO TO CICIW-CUSTOMER-NO
		READ WORK-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET WS-WORK-FOUND TO TRUE
		END-READ
		IF WS-WORK-FOUND AND CICIW-DEBT-GROUP > WS-OWN-GROUP
			PERFORM 3300-RAISE-LOAN
		ELSE
			IF LOANM-CIC-PERIOD NOT = SPACES
				PERFORM 3400-RELEASE-LOAN
			END-IF
		END-IF.
      *
	3300-RAISE-LOAN.
		MOVE CICIW-DEBT-GROUP TO LOANM-DELINQ-CODE
		MOVE CICIW-DEBT-GROUP TO LOANM-CIC-DEBT-GROUP
		MOVE WS-OWN-GROUP TO LOANM-CIC-OWN-GROUP
		MOVE CICIW-BANK-CODE TO LOANM-CIC-BANK-CODE
		MOVE WS-RETURN-PERIOD TO LOANM-CIC-PERIOD
		MOVE WS-ALIGN-REASON TO LOANM-CIC-REASON
		REWRITE LOAN-MASTER-RECORD
		ADD 1 TO WS-RAISED-COUNT
		MOVE "RAISED - REGISTRY GROUP" TO DTL-REASON
		PERFORM 4000-WRITE-LOAN-LINE
		PERFORM 3500-AUDIT-GROUP-CHANGE.
      *
	3400-RELEASE-LOAN.
		MOVE LOANM-CIC-OWN-GROUP TO LOANM-DELINQ-CODE
		MOVE ZERO TO LOANM-CIC-DEBT-GROUP
		MOVE ZERO TO LOANM-CIC-OWN-GROUP
		MOVE SPACES TO LOANM-CIC-BANK-CODE
		MOVE SPACES TO LOANM-CIC-PERIOD
		MOVE SPACES TO LOANM-CIC-REASON
		REWRITE LOAN-MASTER-RECORD
		ADD 1 TO WS-RELEASED-COUNT
		MOVE "RELEASED - BACK TO OWN GROUP" TO DTL-REASON
		PERFORM 4000-WRITE-LOAN-LINE
		PERFORM 3500-AUDIT-GROUP-CHANGE.
      *
	3500-AUDIT-GROUP-CHANGE.
		IF LOANM-DELINQ-CODE NOT = WS-OLD-GROUP
			MOVE "LOAN-DELINQ" TO AUDTRL-RECORD-TYPE
			MOVE LOANM-ACCOUNT-NO TO AUDTRL-KEY-VALUE
			MOVE WS-OLD-GROUP TO WS-GROUP-DISP
			MOVE SPACES TO AUDTRL-OLD-VALUE
			MOVE WS-GROUP-DISP TO AUDTRL-OLD-VALUE
			MOVE LOANM-DELINQ-CODE TO WS-GROUP-DISP
			MOVE SPACES TO AUDTRL-NEW-VALUE
			MOVE WS-GROUP-DISP TO AUDTRL-NEW-VALUE
			MOVE WS-ALIGN-REASON TO AUDTRL-NEW-VALUE (5:8)
			PERFORM 8000-WRITE-AUDIT-TRAIL
		END-IF.
      *
	4000-WRITE-LOAN-LINE.
		MOVE LOANM-ACCOUNT-NO TO DTL-KEY
		MOVE LOANM-CUSTOMER-NO TO DTL-CUSTOMER-NO
		MOVE WS-OLD-GROUP TO DTL-OLD-GROUP
		MOVE LOANM-DELINQ-CODE TO DTL-NEW-GROUP
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	4100-WRITE-EXCEPTION.
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE CICIN-NATIONAL-ID TO DTL-KEY
		MOVE ZERO TO DTL-OLD-GROUP
		MOVE CICIN-DEBT-GROUP TO DTL-NEW-GROUP
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	5000-WRITE-COUNTS.
		MOVE "BORROWERS MATCHED:" TO CNT-TEXT
		MOVE WS-MATCHED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "UNMATCHED/INVALID:" TO CNT-TEXT
		MOVE WS-EXCEPTION-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS RAISED:" TO CNT-TEXT
		MOVE WS-RAISED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "LOANS RELEASED:" TO CNT-TEXT
		MOVE WS-RELEASED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
