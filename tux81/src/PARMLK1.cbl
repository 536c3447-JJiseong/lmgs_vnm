      *
      *  PARMLK1.cbl
      *
      *  System parameter as-of lookup.  CALLed subprogram on the
      *  RELOFLK1 shape, and the only way a consuming program reads
      *  a parameter: the caller moves the code to PARM-CODE in its
      *  PARMR record area and passes the date it is working for -
      *  its business date, or the value date of a value-dated
      *  posting - and gets back in the same record area the row
      *  with the latest effective date on or before that date,
      *  with LS-PARM-STATUS "00".  A code with no row in force on
      *  that date (never set up, or set up only from a later date)
      *  comes back "23" and the caller keeps its hard default, the
      *  same as a missing row always has.  A parameter file that
      *  will not open passes its OPEN status straight back instead
      *  of "23" - "35" when there is no file at all, "39" for a
      *  file still in the pre-effective-date layout that PARMCNV1
      *  has not yet converted - so a caller, or the operator
      *  reading its report, can tell an unreadable file from a
      *  parameter nobody has set up.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARMLK1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PARAMETER-FILE ASSIGN TO "PARMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARM-KEY
			FILE STATUS IS WS-PARM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  PARAMETER-FILE.
	01  PARAMETER-RECORD.
		COPY PARMR.
      *
	WORKING-STORAGE SECTION.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-SCAN-EOF-FLAG		PIC X.
		88  WS-SCAN-EOF		VALUE "Y".
	01  WS-PARM-CODE		PIC X(8).
      *
	LINKAGE SECTION.
	01  LS-PARM-RECORD		PIC X(122).
	01  LS-AS-OF-DATE		PIC X(8).
	01  LS-PARM-STATUS		PIC XX.
      *
	PROCEDURE DIVISION USING LS-PARM-RECORD LS-AS-OF-DATE
			LS-PARM-STATUS.
	0000-MAIN.
		MOVE LS-PARM-RECORD (1:8) TO WS-PARM-CODE
		MOVE "23" TO LS-PARM-STATUS
		MOVE "N" TO WS-SCAN-EOF-FLAG
		OPEN INPUT PARAMETER-FILE
		IF WS-PARM-STATUS = "00"
			MOVE WS-PARM-CODE TO PARM-CODE
			MOVE LOW-VALUES TO PARM-EFFECTIVE-DATE
			START PARAMETER-FILE KEY >= PARM-KEY
				INVALID KEY
					SET WS-SCAN-EOF TO TRUE
			END-START
			PERFORM 1000-SCAN-VALUES UNTIL WS-SCAN-EOF
		ELSE
			MOVE WS-PARM-STATUS TO LS-PARM-STATUS
		END-IF
		CLOSE PARAMETER-FILE
		EXIT PROGRAM.
      *
	1000-SCAN-VALUES.
		READ PARAMETER-FILE NEXT RECORD
			AT END
				SET WS-SCAN-EOF TO TRUE
			NOT AT END
				PERFORM 1100-CHECK-ROW
		END-READ.
      *
      *  Rows arrive in effective-date order, so the last one on or
      *  before the as-of date is the one that stands.
	1100-CHECK-ROW.
		IF PARM-CODE NOT = WS-PARM-CODE
			OR PARM-EFFECTIVE-DATE > LS-AS-OF-DATE
			SET WS-SCAN-EOF TO TRUE
		ELSE
			MOVE PARAMETER-RECORD TO LS-PARM-RECORD
			MOVE "00" TO LS-PARM-STATUS
		END-IF.
      *
