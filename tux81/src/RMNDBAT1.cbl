      *  report), and a customer with no registry row yet goes out
      *  with a blank address for the gateway's legacy resolution
      *  while the registry is backfilled.
      *
      *  The name and delivery address go out through PIIMSK1
      *  under extract code SMSXTRR, which applies the masking
      *  policy (PIIPOLR) and logs each field sent against the
      *  customer.  With no policy row the name is masked to its
      *  last four characters - the gateway needs no name to
      *  deliver a reminder - and the address passes in clear,
      *  since the gateway cannot deliver to a masked one.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RMNDBAT1.
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT CONTACT-FILE ASSIGN TO "CNTCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  CONTACT-FILE.
	01  CONTACT-RECORD.
		COPY CNTCTR.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-CNTCT-STATUS		PIC XX.
	01  WS-SMSX-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
		88  WS-CONSENT-OK	VALUE "Y".
	01  WS-DELIVERY-ADDRESS		PIC X(40).
	01  WS-CHANNEL			PIC X.
	01  WS-PII-EXTRACT		PIC X(8) VALUE "SMSXTRR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(20).
		05  CNT-VALUE		PIC ZZZZZZ9.
	0100-LOAD-PARAMETERS.
		MOVE 3 TO WS-AHEAD-DAYS
		MOVE 5 TO WS-GRACE-DAYS
		MOVE WS-NOW (1:8) TO WS-PARM-AS-OF
		MOVE "RMNDDAYS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-AHEAD-DAYS
		END-IF
		MOVE "RMNDGRCE" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS = "00"
			MOVE PARM-NUMBER
				TO WS-GRACE-DAYS
		END-IF.
      *
	1000-READ-SCHEDULE.
		READ REPAY-SCHEDULE-FILE NEXT RECORD
		MOVE WS-TEMPLATE TO SMSX-TEMPLATE-CODE
		MOVE WS-CHANNEL TO SMSX-CHANNEL
		MOVE WS-DELIVERY-ADDRESS TO SMSX-DELIVERY-ADDRESS
		MOVE SPACES TO SMSX-ONE-TIME-CODE
		PERFORM 2600-PROTECT-PERSONAL-DATA
		WRITE SMS-EXTRACT-RECORD
		ADD 1 TO WS-SELECTED-COUNT.
      *
	2600-PROTECT-PERSONAL-DATA.
		MOVE SMSX-ACCOUNT-NO TO WS-PII-REFERENCE
		MOVE "NAME" TO WS-PII-FIELD
		MOVE "M" TO WS-PII-TREATMENT
		MOVE SMSX-CUSTOMER-NAME TO WS-PII-VALUE
		CALL "PIIMSK1" USING SMSX-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO SMSX-CUSTOMER-NAME
		IF SMSX-CHANNEL = "E"
			MOVE "EMAIL" TO WS-PII-FIELD
		ELSE
			MOVE "PHONE" TO WS-PII-FIELD
		END-IF
		MOVE "P" TO WS-PII-TREATMENT
		MOVE SMSX-DELIVERY-ADDRESS TO WS-PII-VALUE
		CALL "PIIMSK1" USING SMSX-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO SMSX-DELIVERY-ADDRESS.
      *
