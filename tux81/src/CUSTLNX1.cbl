      *  with no active loan still appear in the extract instead of
      *  being silently dropped by an inner-style match.
      *
      *  The customer name goes out through PIIMSK1 under extract
      *  code CUSTLNXR: masked to its last four characters unless
      *  the masking policy (PIIPOLR) passes or tokenises it for
      *  this extract, and logged against the customer as a
      *  disclosure for the data-subject access report.
      *
      *  NOTE: CUSTLSTR/LNACCTR are worklist extracts pending a
      *  retrofit onto the Customer Information File and Loan Master
      *  files directly.
			10  WS-LOAN-BALANCE	PIC S9(11)V99 COMP-3.
	01  WS-LOAN-COUNT		PIC 9(4) VALUE 0.
	01  WS-FOUND-IDX		PIC 9(4).
      *
	01  WS-PII-EXTRACT		PIC X(8) VALUE "CUSTLNXR".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
      *
	PROCEDURE DIVISION.
	0000-MAIN.
				TO CUSTLNX-BALANCE
			SET CUSTLNX-HAS-LOAN TO TRUE
		END-IF
		PERFORM 3100-PROTECT-NAME
		WRITE CUST-LOAN-EXTRACT-RECORD
		PERFORM 2000-READ-CUSTOMER.
      *
	3100-PROTECT-NAME.
		MOVE "NAME" TO WS-PII-FIELD
		MOVE "M" TO WS-PII-TREATMENT
		MOVE CUSTLNX-ACCOUNT-NO TO WS-PII-REFERENCE
		MOVE CUSTLNX-CUSTOMER-NAME TO WS-PII-VALUE
		CALL "PIIMSK1" USING CUSTLNX-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO CUSTLNX-CUSTOMER-NAME.
      *
