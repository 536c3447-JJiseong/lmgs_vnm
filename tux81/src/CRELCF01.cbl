      *  Collateral Register row to COLLAT-LIEN-RELEASED, recording
      *  the confirming USRNAME and date on the task.  INQUIRE reads
      *  the task state back for the branch.
      *
      *  A release is not confirmed while the collateral's title
      *  document is checked out of the vault on the safe-custody
      *  register (COLCSTR) - the customer cannot be handed back a
      *  document the legal team or the notary still has.  Once the
      *  release is confirmed the register row is marked returned
      *  to the customer.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CRELCF01.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLLAT-COLLATERAL-ID
			FILE STATUS IS WS-COLLAT-STATUS.
		SELECT CUSTODY-FILE ASSIGN TO "COLCSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLCST-COLLATERAL-ID
			FILE STATUS IS WS-COLCST-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-SVCLOG-STATUS.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	FD  CUSTODY-FILE.
	01  CUSTODY-RECORD.
		COPY COLCSTR.
	FD  SVC-LOG-FILE.
	01  SVC-LOG-RECORD.
		COPY SVCLOGR.
	WORKING-STORAGE SECTION.
	01  WS-CRELT-STATUS		PIC XX.
	01  WS-COLLAT-STATUS		PIC XX.
	01  WS-COLCST-STATUS		PIC XX.
	01  WS-DOC-OUT-FLAG		PIC X.
		88  WS-DOC-OUT		VALUE "Y".
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  TPTRXLEV-REC.
		COPY TPTRXLEV.
	01  TPINFDEF-REC.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY TRXGUARD.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN I-O RELEASE-TASK-FILE
		END-READ.
      *
	1100-CHECK-CONFIRMATIONS.
		PERFORM 1150-CHECK-CUSTODY
		EVALUATE TRUE
			WHEN CRELT-CONFIRMED
				MOVE 9119 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN WS-DOC-OUT
				MOVE 9334 TO APPL-CODE
				SET TPFAIL TO TRUE
			WHEN CRELCF-DOCS-RETURNED NOT = "Y"
				OR CRELCF-LIEN-LODGED NOT = "Y"
				MOVE 9120 TO APPL-CODE
			WHEN OTHER
				PERFORM 1200-APPLY-CONFIRMATION
		END-EVALUATE.
      *
	1150-CHECK-CUSTODY.
		MOVE "N" TO WS-DOC-OUT-FLAG
		OPEN INPUT CUSTODY-FILE
		IF WS-COLCST-STATUS = "00"
			MOVE CRELCF-COLLATERAL-ID
				TO COLCST-COLLATERAL-ID
			READ CUSTODY-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF COLCST-CHECKED-OUT
						SET WS-DOC-OUT TO TRUE
					END-IF
			END-READ
		END-IF
		CLOSE CUSTODY-FILE.
      *
	1200-APPLY-CONFIRMATION.
		CALL "TPGETINFO" USING TPINFDEF-REC
		MOVE WS-NOW (1:8) TO CRELT-CONFIRMED-DATE
		REWRITE RELEASE-TASK-RECORD
		PERFORM 2000-RELEASE-COLLATERAL
		PERFORM 2100-RETURN-DOCUMENT
		MOVE CRELT-STATUS-FLAG TO CRELCF-STATUS-FLAG.
      *
	2000-RELEASE-COLLATERAL.
			END-READ
		END-IF
		CLOSE COLLATERAL-FILE.
      *
	2100-RETURN-DOCUMENT.
		OPEN I-O CUSTODY-FILE
		IF WS-COLCST-STATUS = "00"
			MOVE CRELCF-COLLATERAL-ID
				TO COLCST-COLLATERAL-ID
			READ CUSTODY-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					SET COLCST-RETURNED TO TRUE
					REWRITE CUSTODY-RECORD
			END-READ
		END-IF
		CLOSE CUSTODY-FILE.
      *
	3000-INQUIRE-TASK.
		MOVE CRELCF-COLLATERAL-ID TO CRELT-COLLATERAL-ID
