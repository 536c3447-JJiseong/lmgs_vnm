      *
      *  PARMCNV1.cbl
      *
      *  One-off system parameter file conversion.  The parameter
      *  record (PARMR) used to be keyed on PARM-CODE alone, 54
      *  bytes with no effective date and no maker or approver;
      *  effective-dated parameters key it on code plus effective
      *  date and carry both names, 122 bytes.  An old-layout file
      *  will not open under the new record, so before the first
      *  run on the new programs the operator renames the existing
      *  file to PARMROLD and runs this job once: every old row is
      *  copied into a fresh PARMR with a blank effective date - in
      *  force from the beginning, exactly the value every program
      *  read before - its rate, amount, count and description
      *  unchanged, and PARMCNV1 standing as both maker and approver
      *  so PARMINQ1 shows where the row came from.  A row already
      *  on the new file under the same code and blank date is left
      *  alone and counted, so a rerun after a failure is harmless.
      *  Not part of the nightly schedule; no job-dependency gate.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. PARMCNV1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT OLD-PARAMETER-FILE ASSIGN TO "PARMROLD"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS OLDP-CODE
			FILE STATUS IS WS-OLDP-STATUS.
		SELECT PARAMETER-FILE ASSIGN TO "PARMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARM-KEY
			FILE STATUS IS WS-PARM-STATUS.
		SELECT RPT-FILE ASSIGN TO "PARMCNV1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
      *  The parameter record as it stood before effective dating.
	FD  OLD-PARAMETER-FILE.
	01  OLD-PARAMETER-RECORD.
		05  OLDP-CODE		PIC X(8).
		05  OLDP-RATE		PIC S9(7)V9(4) COMP-3.
		05  OLDP-AMOUNT		PIC S9(11)V99 COMP-3.
		05  OLDP-NUMBER		PIC S9(5) COMP-3.
		05  OLDP-DESCRIPTION	PIC X(30).
	FD  PARAMETER-FILE.
	01  PARAMETER-RECORD.
		COPY PARMR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	WORKING-STORAGE SECTION.
	01  WS-OLDP-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-READ-COUNT		PIC 9(7) VALUE 0.
	01  WS-COPIED-COUNT		PIC 9(7) VALUE 0.
	01  WS-PRESENT-COUNT		PIC 9(7) VALUE 0.
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-STATUS-LINE.
		05  STL-TEXT		PIC X(30).
		05  STL-STATUS		PIC XX.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN OUTPUT RPT-FILE
		MOVE "SYSTEM PARAMETER FILE CONVERSION" TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT OLD-PARAMETER-FILE
		IF WS-OLDP-STATUS NOT = "00"
			MOVE "PARMROLD WILL NOT OPEN - STATUS"
				TO STL-TEXT
			MOVE WS-OLDP-STATUS TO STL-STATUS
			MOVE WS-STATUS-LINE TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		ELSE
			PERFORM 0100-OPEN-NEW-FILE
		END-IF
		PERFORM 1000-COPY-ROW UNTIL WS-EOF
		CLOSE OLD-PARAMETER-FILE
		CLOSE PARAMETER-FILE
		PERFORM 9000-WRITE-TOTALS
		CLOSE RPT-FILE
		STOP RUN.
      *
	0100-OPEN-NEW-FILE.
		OPEN I-O PARAMETER-FILE
		IF WS-PARM-STATUS NOT = "00"
			CLOSE PARAMETER-FILE
			OPEN OUTPUT PARAMETER-FILE
			CLOSE PARAMETER-FILE
			OPEN I-O PARAMETER-FILE
		END-IF
		IF WS-PARM-STATUS NOT = "00"
			MOVE "PARMR WILL NOT OPEN - STATUS" TO STL-TEXT
			MOVE WS-PARM-STATUS TO STL-STATUS
			MOVE WS-STATUS-LINE TO RPT-LINE
			WRITE RPT-LINE
			SET WS-EOF TO TRUE
		END-IF.
      *
	1000-COPY-ROW.
		READ OLD-PARAMETER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				ADD 1 TO WS-READ-COUNT
				PERFORM 1100-WRITE-NEW-ROW
		END-READ.
      *
	1100-WRITE-NEW-ROW.
		MOVE OLDP-CODE TO PARM-CODE
		MOVE SPACES TO PARM-EFFECTIVE-DATE
		MOVE OLDP-RATE TO PARM-RATE
		MOVE OLDP-AMOUNT TO PARM-AMOUNT
		MOVE OLDP-NUMBER TO PARM-NUMBER
		MOVE OLDP-DESCRIPTION TO PARM-DESCRIPTION
		MOVE "PARMCNV1" TO PARM-MAKER
		MOVE "PARMCNV1" TO PARM-APPROVED-BY
		WRITE PARAMETER-RECORD
			INVALID KEY
				ADD 1 TO WS-PRESENT-COUNT
			NOT INVALID KEY
				ADD 1 TO WS-COPIED-COUNT
		END-WRITE.
      *
	9000-WRITE-TOTALS.
		MOVE "OLD ROWS READ:" TO CNT-TEXT
		MOVE WS-READ-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ROWS CONVERTED:" TO CNT-TEXT
		MOVE WS-COPIED-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "ALREADY ON NEW FILE:" TO CNT-TEXT
		MOVE WS-PRESENT-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
