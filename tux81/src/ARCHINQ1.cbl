      *  search by name alone; spaces in the name mean search by
      *  TRANID alone; logs that carry neither field simply yield
      *  no hits for that criterion.
      *
      *  An audit-trail hit is listed with its before and after
      *  values, so the evidence shows what was changed and not
      *  only who changed it.  A customer's phone and email on the
      *  contact-registry rows (CONTACT-PHONE, CONTACT-EMAIL) go
      *  onto the listing through PIIMSK1 under extract code
      *  ARCHINQ1 - masked to their last four characters unless the
      *  masking policy (PIIPOLR) says otherwise - and each is
      *  logged against the customer as a disclosure.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ARCHINQ1.
	01  WS-MATCH-FLAG		PIC X.
		88  WS-MATCH		VALUE "Y".
	01  WS-TRANID-DISP		PIC ---------9.
	01  WS-PII-CUSTOMER-NO		PIC X(12).
	01  WS-PII-EXTRACT		PIC X(8) VALUE "ARCHINQ1".
	01  WS-PII-FIELD		PIC X(8).
	01  WS-PII-REFERENCE		PIC X(12).
	01  WS-PII-TREATMENT		PIC X.
	01  WS-PII-VALUE		PIC X(60).
	01  WS-OLD-VALUE		PIC X(60).
	01  WS-NEW-VALUE		PIC X(60).
      *
	SCREEN SECTION.
	01  ARCHIVE-SEARCH-SCREEN.
				AUDTRL-USERNAME DELIMITED BY SIZE
				INTO RPT-LINE
			WRITE RPT-LINE
			PERFORM 6300-LIST-AUD-VALUES
		END-IF.
      *
	6300-LIST-AUD-VALUES.
		MOVE AUDTRL-OLD-VALUE TO WS-OLD-VALUE
		MOVE AUDTRL-NEW-VALUE TO WS-NEW-VALUE
		MOVE SPACES TO WS-PII-FIELD
		EVALUATE AUDTRL-RECORD-TYPE
			WHEN "CONTACT-PHONE"
				MOVE "PHONE" TO WS-PII-FIELD
			WHEN "CONTACT-EMAIL"
				MOVE "EMAIL" TO WS-PII-FIELD
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		IF WS-PII-FIELD NOT = SPACES
			PERFORM 6400-PROTECT-AUD-VALUES
		END-IF
		MOVE SPACES TO RPT-LINE
		STRING "        OLD: " DELIMITED BY SIZE
			WS-OLD-VALUE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		STRING "        NEW: " DELIMITED BY SIZE
			WS-NEW-VALUE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE.
      *
	6400-PROTECT-AUD-VALUES.
		MOVE AUDTRL-KEY-VALUE TO WS-PII-CUSTOMER-NO
		MOVE AUDTRL-DATE TO WS-PII-REFERENCE
		MOVE "M" TO WS-PII-TREATMENT
		MOVE WS-OLD-VALUE TO WS-PII-VALUE
		CALL "PIIMSK1" USING WS-PII-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO WS-OLD-VALUE
		MOVE "M" TO WS-PII-TREATMENT
		MOVE WS-NEW-VALUE TO WS-PII-VALUE
		CALL "PIIMSK1" USING WS-PII-CUSTOMER-NO
			WS-PII-EXTRACT WS-PII-FIELD WS-PII-REFERENCE
			WS-PII-TREATMENT WS-PII-VALUE
		MOVE WS-PII-VALUE TO WS-NEW-VALUE.
      *
