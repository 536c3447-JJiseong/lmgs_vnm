      *
      *  CMPLMNT1.cbl
      *
      *  Complaint intake and update screen for the complaint and
      *  dispute register (CMPLREGR), mirroring COLCMNT1's screen
      *  pattern.  Keying complaint number zero takes in a new
      *  complaint: the customer must be on the CIF, the branch,
      *  channel and category are required, and a fee, cheque,
      *  auto-debit or transfer dispute must name the disputed
      *  posting by its TRANID - looked up on the transaction
      *  history (TRNHSTR) the way TRNRVAP1 finds the original of a
      *  storno, so the account and, when none is keyed, the amount
      *  in dispute come from the posting itself.  The new complaint
      *  is numbered from the CMPLSEQ row on the sequence file
      *  (TRANSEQR), stamped received today, and given its response
      *  deadline: CMPLDAYS days on (parameter file, 15 when not
      *  set), rolled to a working day by BUSDTRL1.
      *
      *  Keying an existing number updates it.  Only the handler,
      *  the status and the resolution can change once a complaint
      *  is in; assigning a handler moves an OPEN complaint in work.
      *  Closing it UPHELD needs the TRANID of the posting that put
      *  the customer right - a storno of the disputed posting, or a
      *  refund to the disputed account - and closing it DECLINED
      *  needs the reason given to the customer.  A closed complaint
      *  cannot be changed.  Every intake and change images the
      *  status, handler and resolving TRANID to the audit trail
      *  (AUDTRLR).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CMPLMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT COMPLAINT-FILE ASSIGN TO "CMPLREGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CMPL-COMPLAINT-NO
			FILE STATUS IS WS-CMPL-STATUS.
		SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT TRAN-HISTORY-FILE ASSIGN TO "TRNHSTR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-TRNH-STATUS.
		SELECT TRAN-SEQ-FILE ASSIGN TO "TRANSEQR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TRANSEQ-KEY
			FILE STATUS IS WS-TRANSEQ-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  COMPLAINT-FILE.
	01  COMPLAINT-RECORD.
		COPY CMPLREGR.
	FD  CUST-MASTER-FILE.
	01  CUST-MASTER-RECORD.
		COPY CUSTMSTR.
	FD  TRAN-HISTORY-FILE.
	01  TRAN-HISTORY-RECORD.
		COPY TRNHSTR.
	FD  TRAN-SEQ-FILE.
	01  TRAN-SEQ-RECORD.
		COPY TRANSEQR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CMPL-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-TRNH-STATUS		PIC XX.
	01  WS-TRANSEQ-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-PARM-AS-OF		PIC X(8).
	01  PARAMETER-RECORD.
		COPY PARMR.
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-SEQ-FOUND-FLAG		PIC X.
	01  WS-RESPONSE-DAYS		PIC S9(5) COMP-3.
	01  WS-DATE-NUM			PIC 9(8).
	01  WS-DATE-INT			PIC S9(9) COMP-5.
	01  WS-RAW-DEADLINE-DATE	PIC X(8).
	01  WS-DEADLINE-DATE		PIC X(8).
	01  WS-FIND-TRANID		PIC 9(9).
	01  WS-POSTING-FOUND-FLAG	PIC X.
		88  WS-POSTING-FOUND	VALUE "Y".
	01  WS-POSTING-ACCOUNT		PIC X(12).
	01  WS-POSTING-AMOUNT		PIC S9(11)V99 COMP-3.
	01  WS-POSTING-REVERSAL-FLAG	PIC X.
		88  WS-POSTING-IS-STORNO
					VALUE "R".
	01  WS-POSTING-REVERSES		PIC S9(9) COMP-5.
	01  WS-RESOLUTION-FITS-FLAG	PIC X.
		88  WS-RESOLUTION-FITS	VALUE "Y".
	01  WS-TYPED-HANDLER		PIC X(30).
	01  WS-TYPED-STATUS		PIC X.
		88  WS-TYPED-OPEN	VALUE "O".
		88  WS-TYPED-IN-WORK	VALUE "W".
		88  WS-TYPED-UPHELD	VALUE "U".
		88  WS-TYPED-DECLINED	VALUE "D".
		88  WS-TYPED-VALID	VALUE "O" "W" "U" "D".
	01  WS-TYPED-RESOLVING		PIC 9(9).
	01  WS-TYPED-TEXT		PIC X(40).
	01  WS-CMPL-SUMMARY.
		05  SUMM-STATUS		PIC X.
		05  FILLER		PIC X VALUE SPACE.
		05  SUMM-HANDLER	PIC X(30).
		05  FILLER		PIC X VALUE SPACE.
		05  SUMM-RESOLVING	PIC 9(9).
	01  WS-OLD-SUMMARY		PIC X(42).
	01  TPINFDEF-REC.
		COPY TPINFDEF.
      *
	SCREEN SECTION.
	01  COMPLAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "COMPLAINT AND DISPUTE REGISTER".
		05  LINE 3  COLUMN 1  VALUE "COMPLAINT (0=NEW): ".
		05  LINE 3  COLUMN 20
			PIC Z(8)9 USING CMPL-COMPLAINT-NO.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING CMPL-CUSTOMER-NO.
		05  LINE 5  COLUMN 1  VALUE "BRANCH         : ".
		05  LINE 5  COLUMN 20
			PIC X(6) USING CMPL-BRANCH-CODE.
		05  LINE 6  COLUMN 1  VALUE "CHANNEL BPEIL  : ".
		05  LINE 6  COLUMN 20
			PIC X USING CMPL-CHANNEL-FLAG.
		05  LINE 7  COLUMN 1  VALUE "CATEGORY       : ".
		05  LINE 7  COLUMN 20
			PIC X(2) USING CMPL-CATEGORY.
		05  LINE 7  COLUMN 24
			VALUE "FE CQ AD TR OT".
		05  LINE 8  COLUMN 1  VALUE "DISPUTED TRANID: ".
		05  LINE 8  COLUMN 20
			PIC Z(8)9 USING CMPL-DISPUTED-TRANID.
		05  LINE 9  COLUMN 1  VALUE "ACCOUNT NO     : ".
		05  LINE 9  COLUMN 20
			PIC X(12) FROM CMPL-ACCOUNT-NO.
		05  LINE 10 COLUMN 1  VALUE "AMOUNT         : ".
		05  LINE 10 COLUMN 20
			PIC Z(9)9.99 USING CMPL-AMOUNT.
		05  LINE 11 COLUMN 1  VALUE "HANDLER        : ".
		05  LINE 11 COLUMN 20
			PIC X(30) USING CMPL-HANDLER.
		05  LINE 12 COLUMN 1  VALUE "RECEIVED/DUE   : ".
		05  LINE 12 COLUMN 20
			PIC X(8) FROM CMPL-RECEIVED-DATE.
		05  LINE 12 COLUMN 30
			PIC X(8) FROM CMPL-DUE-DATE.
		05  LINE 13 COLUMN 1  VALUE "STATUS (O/W/U/D): ".
		05  LINE 13 COLUMN 20
			PIC X USING CMPL-STATUS-FLAG.
		05  LINE 14 COLUMN 1  VALUE "RESOLVING TRANID: ".
		05  LINE 14 COLUMN 20
			PIC Z(8)9 USING CMPL-RESOLVING-TRANID.
		05  LINE 15 COLUMN 1  VALUE "RESOLUTION     : ".
		05  LINE 15 COLUMN 20
			PIC X(40) USING CMPL-RESOLUTION-TEXT.
		05  LINE 16 COLUMN 1  VALUE "RESOLVED DATE  : ".
		05  LINE 16 COLUMN 20
			PIC X(8) FROM CMPL-RESOLVED-DATE.
		05  LINE 18 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 18 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 20 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O COMPLAINT-FILE
		IF WS-CMPL-STATUS NOT = "00"
			CLOSE COMPLAINT-FILE
			OPEN OUTPUT COMPLAINT-FILE
			CLOSE COMPLAINT-FILE
			OPEN I-O COMPLAINT-FILE
		END-IF
		OPEN INPUT CUST-MASTER-FILE
		MOVE ZERO TO CMPL-COMPLAINT-NO
		MOVE ZERO TO CMPL-DISPUTED-TRANID
		MOVE ZERO TO CMPL-AMOUNT
		MOVE ZERO TO CMPL-RESOLVING-TRANID
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY COMPLAINT-SCREEN
			ACCEPT COMPLAINT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-PROCESS-COMPLAINT
			END-IF
		END-PERFORM
		CLOSE CUST-MASTER-FILE
		CLOSE COMPLAINT-FILE
		STOP RUN.
      *
      *  The READ of an existing complaint refreshes the record area
      *  from the file, so the fields an update may change are held
      *  in working storage across it, as COLCMNT1 does.
	1000-PROCESS-COMPLAINT.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		MOVE WS-NOW (1:8) TO WS-TODAY
		IF CMPL-COMPLAINT-NO = ZERO
			PERFORM 1100-VALIDATE-INTAKE
		ELSE
			PERFORM 1050-READ-COMPLAINT
		END-IF.
      *
	1050-READ-COMPLAINT.
		MOVE CMPL-HANDLER TO WS-TYPED-HANDLER
		MOVE CMPL-STATUS-FLAG TO WS-TYPED-STATUS
		MOVE CMPL-RESOLVING-TRANID TO WS-TYPED-RESOLVING
		MOVE CMPL-RESOLUTION-TEXT TO WS-TYPED-TEXT
		READ COMPLAINT-FILE
			INVALID KEY
				MOVE "NO SUCH COMPLAINT" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1500-VALIDATE-UPDATE
		END-READ.
      *
	1100-VALIDATE-INTAKE.
		MOVE "N" TO WS-POSTING-FOUND-FLAG
		IF CMPL-DISPUTED-TRANID NOT = ZERO
			MOVE CMPL-DISPUTED-TRANID TO WS-FIND-TRANID
			PERFORM 7000-FIND-POSTING
		END-IF
		MOVE CMPL-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUST-MASTER-FILE
			INVALID KEY
				MOVE SPACES TO CUSTM-CUSTOMER-NO
		END-READ
		EVALUATE TRUE
			WHEN CMPL-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NO NEEDED" TO WS-MSG
			WHEN CUSTM-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NOT ON CIF" TO WS-MSG
			WHEN CMPL-BRANCH-CODE = SPACES
				MOVE "BRANCH NEEDED" TO WS-MSG
			WHEN NOT CMPL-CHANNEL-VALID
				MOVE "CHANNEL B/P/E/I/L" TO WS-MSG
			WHEN NOT CMPL-CATEGORY-VALID
				MOVE "CATEGORY NOT VALID" TO WS-MSG
			WHEN CMPL-DISPUTED-TRANID = ZERO
				AND NOT CMPL-OTHER
				MOVE "DISPUTED TRANID REQ" TO WS-MSG
			WHEN CMPL-DISPUTED-TRANID NOT = ZERO
				AND NOT WS-POSTING-FOUND
				MOVE "TRANID NOT ON FILE" TO WS-MSG
			WHEN WS-POSTING-IS-STORNO
				MOVE "TRANID IS A STORNO" TO WS-MSG
			WHEN OTHER
				PERFORM 1200-ADD-COMPLAINT
		END-EVALUATE.
      *
	1200-ADD-COMPLAINT.
		MOVE SPACES TO CMPL-ACCOUNT-NO
		IF WS-POSTING-FOUND
			MOVE WS-POSTING-ACCOUNT TO CMPL-ACCOUNT-NO
			IF CMPL-AMOUNT = ZERO
				MOVE WS-POSTING-AMOUNT TO CMPL-AMOUNT
			END-IF
		END-IF
		MOVE WS-TODAY TO CMPL-RECEIVED-DATE
		PERFORM 1300-SET-DEADLINE
		MOVE WS-DEADLINE-DATE TO CMPL-DUE-DATE
		IF CMPL-HANDLER = SPACES
			SET CMPL-OPEN TO TRUE
		ELSE
			SET CMPL-IN-WORK TO TRUE
		END-IF
		MOVE ZERO TO CMPL-RESOLVING-TRANID
		MOVE SPACES TO CMPL-RESOLUTION-TEXT
		MOVE SPACES TO CMPL-RESOLVED-DATE
		PERFORM 1400-NEXT-COMPLAINT-NO
		WRITE COMPLAINT-RECORD
		MOVE "COMPLAINT LOGGED" TO WS-MSG
		MOVE SPACES TO WS-OLD-SUMMARY
		PERFORM 1800-AUDIT-CHANGE.
      *
	1300-SET-DEADLINE.
		MOVE 15 TO WS-RESPONSE-DAYS
		MOVE WS-TODAY TO WS-PARM-AS-OF
		MOVE "CMPLDAYS" TO PARM-CODE
		CALL "PARMLK1" USING PARAMETER-RECORD
			WS-PARM-AS-OF WS-PARM-STATUS
		IF WS-PARM-STATUS NOT = "00"
			MOVE ZERO TO PARM-NUMBER
		END-IF
		IF PARM-NUMBER > ZERO
			MOVE PARM-NUMBER TO WS-RESPONSE-DAYS
		END-IF
		MOVE WS-TODAY TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			+ WS-RESPONSE-DAYS
		COMPUTE WS-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
		MOVE WS-DATE-NUM TO WS-RAW-DEADLINE-DATE
		CALL "BUSDTRL1" USING WS-RAW-DEADLINE-DATE
			WS-DEADLINE-DATE.
      *
      *  Complaint numbers run from their own row on the sequence
      *  file, read-add-rewrite exactly as TRNIDGN1 hands out
      *  TRANIDs, and the row is created on first use.
	1400-NEXT-COMPLAINT-NO.
		OPEN I-O TRAN-SEQ-FILE
		IF WS-TRANSEQ-STATUS NOT = "00"
			CLOSE TRAN-SEQ-FILE
			OPEN OUTPUT TRAN-SEQ-FILE
			CLOSE TRAN-SEQ-FILE
			OPEN I-O TRAN-SEQ-FILE
		END-IF
		MOVE "CMPLSEQ" TO TRANSEQ-KEY
		READ TRAN-SEQ-FILE
			INVALID KEY
				MOVE "N" TO WS-SEQ-FOUND-FLAG
				MOVE ZERO TO TRANSEQ-LAST-TRANID
			NOT INVALID KEY
				MOVE "Y" TO WS-SEQ-FOUND-FLAG
		END-READ
		ADD 1 TO TRANSEQ-LAST-TRANID
		MOVE TRANSEQ-LAST-TRANID TO CMPL-COMPLAINT-NO
		IF WS-SEQ-FOUND-FLAG = "Y"
			REWRITE TRAN-SEQ-RECORD
		ELSE
			MOVE "CMPLSEQ" TO TRANSEQ-KEY
			WRITE TRAN-SEQ-RECORD
		END-IF
		CLOSE TRAN-SEQ-FILE.
      *
	1500-VALIDATE-UPDATE.
		PERFORM 1900-DESCRIBE-COMPLAINT
		MOVE WS-CMPL-SUMMARY TO WS-OLD-SUMMARY
		MOVE "N" TO WS-POSTING-FOUND-FLAG
		MOVE "N" TO WS-RESOLUTION-FITS-FLAG
		IF WS-TYPED-UPHELD
			AND WS-TYPED-RESOLVING NOT = ZERO
			MOVE WS-TYPED-RESOLVING TO WS-FIND-TRANID
			PERFORM 7000-FIND-POSTING
			PERFORM 1550-CHECK-RESOLUTION
		END-IF
		EVALUATE TRUE
			WHEN CMPL-CLOSED
				MOVE "COMPLAINT CLOSED" TO WS-MSG
			WHEN NOT WS-TYPED-VALID
				MOVE "STATUS O/W/U/D" TO WS-MSG
			WHEN WS-TYPED-IN-WORK
				AND WS-TYPED-HANDLER = SPACES
				MOVE "HANDLER NEEDED" TO WS-MSG
			WHEN WS-TYPED-UPHELD
				AND WS-TYPED-RESOLVING = ZERO
				MOVE "RESOLVING TRANID REQ" TO WS-MSG
			WHEN WS-TYPED-UPHELD
				AND NOT WS-POSTING-FOUND
				MOVE "TRANID NOT ON FILE" TO WS-MSG
			WHEN WS-TYPED-UPHELD
				AND NOT WS-RESOLUTION-FITS
				MOVE "NOT FOR THIS DISPUTE" TO WS-MSG
			WHEN WS-TYPED-DECLINED
				AND WS-TYPED-TEXT = SPACES
				MOVE "REASON NEEDED" TO WS-MSG
			WHEN OTHER
				PERFORM 1600-SAVE-UPDATE
		END-EVALUATE.
      *
      *  A storno must back out the disputed posting itself; a
      *  refund is an ordinary posting to the disputed account, and
      *  cannot be the disputed posting over again.
	1550-CHECK-RESOLUTION.
		EVALUATE TRUE
			WHEN NOT WS-POSTING-FOUND
				CONTINUE
			WHEN WS-POSTING-IS-STORNO
				IF WS-POSTING-REVERSES
						= CMPL-DISPUTED-TRANID
					SET WS-RESOLUTION-FITS TO TRUE
				END-IF
			WHEN WS-FIND-TRANID = CMPL-DISPUTED-TRANID
				CONTINUE
			WHEN CMPL-ACCOUNT-NO = SPACES
				SET WS-RESOLUTION-FITS TO TRUE
			WHEN WS-POSTING-ACCOUNT = CMPL-ACCOUNT-NO
				SET WS-RESOLUTION-FITS TO TRUE
		END-EVALUATE.
      *
	1600-SAVE-UPDATE.
		MOVE WS-TYPED-HANDLER TO CMPL-HANDLER
		MOVE WS-TYPED-STATUS TO CMPL-STATUS-FLAG
		IF CMPL-OPEN AND CMPL-HANDLER NOT = SPACES
			SET CMPL-IN-WORK TO TRUE
		END-IF
		MOVE WS-TYPED-TEXT TO CMPL-RESOLUTION-TEXT
		MOVE ZERO TO CMPL-RESOLVING-TRANID
		IF CMPL-UPHELD
			MOVE WS-TYPED-RESOLVING TO CMPL-RESOLVING-TRANID
		END-IF
		IF CMPL-CLOSED
			MOVE WS-TODAY TO CMPL-RESOLVED-DATE
		END-IF
		REWRITE COMPLAINT-RECORD
		MOVE "UPDATED" TO WS-MSG
		PERFORM 1800-AUDIT-CHANGE.
      *
	1800-AUDIT-CHANGE.
		PERFORM 1900-DESCRIBE-COMPLAINT
		IF WS-CMPL-SUMMARY NOT = WS-OLD-SUMMARY
			MOVE "COMPLAINT" TO AUDTRL-RECORD-TYPE
			MOVE CMPL-COMPLAINT-NO TO AUDTRL-KEY-VALUE
			MOVE WS-OLD-SUMMARY TO AUDTRL-OLD-VALUE
			MOVE WS-CMPL-SUMMARY TO AUDTRL-NEW-VALUE
			PERFORM 8000-WRITE-AUDIT-TRAIL
		END-IF.
      *
	1900-DESCRIBE-COMPLAINT.
		MOVE CMPL-STATUS-FLAG TO SUMM-STATUS
		MOVE CMPL-HANDLER TO SUMM-HANDLER
		MOVE CMPL-RESOLVING-TRANID TO SUMM-RESOLVING.
      *
      *  Finds the history row carrying WS-FIND-TRANID; a storno
      *  row carries its own TRANID and points back at the posting
      *  it reverses.
	7000-FIND-POSTING.
		MOVE "N" TO WS-EOF-FLAG
		MOVE "N" TO WS-POSTING-FOUND-FLAG
		MOVE "N" TO WS-POSTING-REVERSAL-FLAG
		OPEN INPUT TRAN-HISTORY-FILE
		IF WS-TRNH-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 7100-READ-HISTORY UNTIL WS-EOF
		CLOSE TRAN-HISTORY-FILE.
      *
	7100-READ-HISTORY.
		READ TRAN-HISTORY-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF TRNH-TRANID = WS-FIND-TRANID
					PERFORM 7200-TAKE-POSTING
				END-IF
		END-READ.
      *
	7200-TAKE-POSTING.
		SET WS-POSTING-FOUND TO TRUE
		SET WS-EOF TO TRUE
		MOVE TRNH-ACCOUNT-NO TO WS-POSTING-ACCOUNT
		MOVE TRNH-AMOUNT TO WS-POSTING-AMOUNT
		MOVE TRNH-REVERSAL-FLAG TO WS-POSTING-REVERSAL-FLAG
		MOVE TRNH-REVERSES-TRANID TO WS-POSTING-REVERSES.
      *
	8000-WRITE-AUDIT-TRAIL.
		COPY AUDITLOG.
      *
