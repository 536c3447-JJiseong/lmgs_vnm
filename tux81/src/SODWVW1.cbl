      *
      *  SODWVW1.cbl
      *
      *  Segregation-of-duties waiver writer.  CALLed subprogram on
      *  the PNDCHGW1 "small CALLed subprogram" shape: records, on
      *  the SOD waiver file (SODWVRR), the reason a maker gave for
      *  proposing an entitlement that SODCHK1 found in conflict,
      *  keyed the same as the proposal PNDCHGW1 has just parked on
      *  PNDCHGR, as SODWVR-PENDING until APPRMNT1 records the
      *  checker's decision.  Creates the file on first use and
      *  replaces any earlier undecided waiver for the same
      *  proposal, as PNDCHGW1 replaces the proposal itself.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SODWVW1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT SOD-WAIVER-FILE ASSIGN TO "SODWVRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SODWVR-KEY
			FILE STATUS IS WS-SODWVR-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  SOD-WAIVER-FILE.
	01  SOD-WAIVER-RECORD.
		COPY SODWVRR.
      *
	WORKING-STORAGE SECTION.
	01  WS-SODWVR-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-FOUND-FLAG		PIC X.
      *
	LINKAGE SECTION.
	01  LS-TARGET			PIC X(8).
	01  LS-KEY-VALUE		PIC X(50).
	01  LS-RIGHT-A			PIC X(15).
	01  LS-RIGHT-B			PIC X(15).
	01  LS-REASON			PIC X(60).
	01  LS-MAKER			PIC X(30).
      *
	PROCEDURE DIVISION USING LS-TARGET LS-KEY-VALUE LS-RIGHT-A
			LS-RIGHT-B LS-REASON LS-MAKER.
	0000-MAIN.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN I-O SOD-WAIVER-FILE
		IF WS-SODWVR-STATUS NOT = "00"
			CLOSE SOD-WAIVER-FILE
			OPEN OUTPUT SOD-WAIVER-FILE
			CLOSE SOD-WAIVER-FILE
			OPEN I-O SOD-WAIVER-FILE
		END-IF
		MOVE LS-TARGET TO SODWVR-TARGET
		MOVE LS-KEY-VALUE TO SODWVR-KEY-VALUE
		READ SOD-WAIVER-FILE
			INVALID KEY
				MOVE "N" TO WS-FOUND-FLAG
			NOT INVALID KEY
				MOVE "Y" TO WS-FOUND-FLAG
		END-READ
		MOVE LS-TARGET TO SODWVR-TARGET
		MOVE LS-KEY-VALUE TO SODWVR-KEY-VALUE
		MOVE LS-RIGHT-A TO SODWVR-RIGHT-A
		MOVE LS-RIGHT-B TO SODWVR-RIGHT-B
		MOVE LS-REASON TO SODWVR-REASON
		MOVE LS-MAKER TO SODWVR-MAKER
		MOVE WS-NOW (1:8) TO SODWVR-PROPOSED-DATE
		SET SODWVR-PENDING TO TRUE
		MOVE SPACES TO SODWVR-CHECKER
		MOVE SPACES TO SODWVR-DECISION-DATE
		IF WS-FOUND-FLAG = "Y"
			REWRITE SOD-WAIVER-RECORD
		ELSE
			WRITE SOD-WAIVER-RECORD
		END-IF
		CLOSE SOD-WAIVER-FILE
		EXIT PROGRAM.
      *
