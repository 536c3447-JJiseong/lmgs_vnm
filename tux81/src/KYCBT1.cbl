			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT NOT-QUEUE-FILE ASSIGN TO "NOTQUEUE"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  NOT-QUEUE-FILE.
	01  NOT-QUEUE-RECORD.
		COPY NOTQUEUR.
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-NOTQ-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X VALUE "N".
		MOVE 24 TO WS-MED-MONTHS
		MOVE 36 TO WS-LOW-MONTHS
		MOVE 90 TO WS-BLOCK-DAYS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "KYCHIGH" TO PARM-CODE
		PERFORM 0110-READ-MONTHS
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-HIGH-MONTHS
		END-IF
		MOVE "KYCMED" TO PARM-CODE
		PERFORM 0110-READ-MONTHS
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-MED-MONTHS
		END-IF
		MOVE "KYCLOW" TO PARM-CODE
		PERFORM 0110-READ-MONTHS
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-LOW-MONTHS
		END-IF
		MOVE "KYCBLOCK" TO PARM-CODE
		PERFORM 0110-READ-MONTHS
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-BLOCK-DAYS
		END-IF.
      *
	0110-READ-MONTHS.
		MOVE ZERO TO PARM-NUMBER
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS NOT = "00"
			MOVE ZERO TO PARM-NUMBER
		END-IF.
      *
	1000-READ-CUSTOMER.
		READ CUSTOMER-FILE NEXT RECORD
