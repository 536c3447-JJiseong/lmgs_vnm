			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-BLOCK-DAYS		PIC S9(5) COMP-3.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-AS-OF-INT		PIC S9(9) COMP-5.
      *
	1200-LOAD-BLOCK-DAYS.
		MOVE 90 TO WS-BLOCK-DAYS
		MOVE LS-AS-OF-DATE TO WS-PARM-AS-OF
		MOVE "KYCBLOCK" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-BLOCK-DAYS
		END-IF.
      *
