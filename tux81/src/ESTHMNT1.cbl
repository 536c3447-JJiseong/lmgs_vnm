      *
      *  ESTHMNT1.cbl
      *
      *  Estate settlement heir maintenance screen, on the
      *  FACLMNT1/DDMNMNT1 screen pattern.  Records the legal heirs
      *  named in the succession documents against a deceased
      *  customer's settlement case (ESTHEIRR, keyed on the case and
      *  a sequence): the heir's name, their CIF number where they
      *  bank with us, their share of the estate in percent, and
      *  how they are to be paid - credited to a demand-deposit
      *  account (D) or by outward banker's cheque (C) under the
      *  cheque number the branch will issue.  A zero share keeps
      *  the heir on the record but pays nothing.
      *
      *  The case must exist, and once the payment step has been
      *  approved on it the heirs are frozen - ESTMNT1 checked the
      *  shares and routes when the step was proposed, and that is
      *  what the checker approved.  A credit account must be an
      *  active demand-deposit account that is not the deceased's
      *  own, and an heir already paid cannot be changed.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESTHMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT HEIR-FILE ASSIGN TO "ESTHEIRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTH-KEY
			FILE STATUS IS WS-ESTH-STATUS.
		SELECT ESTATE-CASE-FILE ASSIGN TO "ESTCASR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTC-CUSTOMER-NO
			FILE STATUS IS WS-ESTC-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  HEIR-FILE.
	01  HEIR-RECORD.
		COPY ESTHEIRR.
	FD  ESTATE-CASE-FILE.
	01  ESTATE-CASE-RECORD.
		COPY ESTCASR.
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
      *
	WORKING-STORAGE SECTION.
	01  WS-ESTH-STATUS		PIC XX.
	01  WS-ESTC-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-VALID-FLAG		PIC X.
		88  WS-VALID		VALUE "Y".
	01  WS-TYPED-NAME		PIC X(30).
	01  WS-TYPED-HEIR-CUSTOMER	PIC X(12).
	01  WS-TYPED-SHARE		PIC S9(3)V99 COMP-3.
	01  WS-TYPED-METHOD		PIC X.
	01  WS-TYPED-ACCOUNT		PIC X(12).
	01  WS-TYPED-CHEQUE		PIC X(15).
      *
	SCREEN SECTION.
	01  HEIR-MAINT-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "ESTATE SETTLEMENT HEIR MAINTENANCE".
		05  LINE 3  COLUMN 1  VALUE "DECEASED CIF   : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING ESTH-CUSTOMER-NO.
		05  LINE 4  COLUMN 1  VALUE "HEIR SEQ       : ".
		05  LINE 4  COLUMN 20
			PIC 99 USING ESTH-HEIR-SEQ.
		05  LINE 5  COLUMN 1  VALUE "HEIR NAME      : ".
		05  LINE 5  COLUMN 20
			PIC X(30) USING ESTH-HEIR-NAME.
		05  LINE 6  COLUMN 1  VALUE "HEIR CIF       : ".
		05  LINE 6  COLUMN 20
			PIC X(12) USING ESTH-HEIR-CUSTOMER-NO.
		05  LINE 7  COLUMN 1  VALUE "SHARE PERCENT  : ".
		05  LINE 7  COLUMN 20
			PIC ZZ9.99 USING ESTH-SHARE-PCT.
		05  LINE 8  COLUMN 1  VALUE "PAY BY (D/C)   : ".
		05  LINE 8  COLUMN 20
			PIC X USING ESTH-PAY-METHOD.
		05  LINE 9  COLUMN 1  VALUE "CREDIT ACCOUNT : ".
		05  LINE 9  COLUMN 20
			PIC X(12) USING ESTH-DD-ACCOUNT-NO.
		05  LINE 10 COLUMN 1  VALUE "CHEQUE NO      : ".
		05  LINE 10 COLUMN 20
			PIC X(15) USING ESTH-CHEQUE-NO.
		05  LINE 11 COLUMN 1  VALUE "STATUS         : ".
		05  LINE 11 COLUMN 20
			PIC X FROM ESTH-STATUS-FLAG.
		05  LINE 12 COLUMN 1  VALUE "PAID AMOUNT    : ".
		05  LINE 12 COLUMN 20
			PIC Z(10)9.99 FROM ESTH-PAID-AMT.
		05  LINE 14 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 14 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 16 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN I-O HEIR-FILE
		IF WS-ESTH-STATUS NOT = "00"
			CLOSE HEIR-FILE
			OPEN OUTPUT HEIR-FILE
			CLOSE HEIR-FILE
			OPEN I-O HEIR-FILE
		END-IF
		OPEN INPUT ESTATE-CASE-FILE
		OPEN INPUT DD-ACCOUNT-FILE
		OPEN INPUT CUSTOMER-FILE
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY HEIR-MAINT-SCREEN
			ACCEPT HEIR-MAINT-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-SAVE-HEIR
			END-IF
		END-PERFORM
		CLOSE HEIR-FILE
		CLOSE ESTATE-CASE-FILE
		CLOSE DD-ACCOUNT-FILE
		CLOSE CUSTOMER-FILE
		STOP RUN.
      *
	1000-SAVE-HEIR.
		PERFORM 1100-VALIDATE-ENTRY
		IF WS-VALID
			PERFORM 1200-WRITE-HEIR
		END-IF.
      *
	1100-VALIDATE-ENTRY.
		MOVE "N" TO WS-VALID-FLAG
		EVALUATE TRUE
			WHEN ESTH-CUSTOMER-NO = SPACES
				MOVE "DECEASED CIF MISSING" TO WS-MSG
			WHEN ESTH-HEIR-SEQ = ZERO
				MOVE "HEIR SEQ REQUIRED" TO WS-MSG
			WHEN ESTH-HEIR-NAME = SPACES
				MOVE "HEIR NAME MISSING" TO WS-MSG
			WHEN ESTH-SHARE-PCT < ZERO
				OR ESTH-SHARE-PCT > 100
				MOVE "SHARE 0 TO 100" TO WS-MSG
			WHEN NOT ESTH-PAY-TO-ACCOUNT
				AND NOT ESTH-PAY-BY-CHEQUE
				MOVE "PAY BY D OR C" TO WS-MSG
			WHEN ESTH-PAY-TO-ACCOUNT
				AND ESTH-DD-ACCOUNT-NO = SPACES
				MOVE "CREDIT ACCT MISSING" TO WS-MSG
			WHEN ESTH-PAY-BY-CHEQUE
				AND ESTH-CHEQUE-NO = SPACES
				MOVE "CHEQUE NO MISSING" TO WS-MSG
			WHEN OTHER
				PERFORM 1110-CHECK-CASE
		END-EVALUATE.
      *
	1110-CHECK-CASE.
		MOVE ESTH-CUSTOMER-NO TO ESTC-CUSTOMER-NO
		READ ESTATE-CASE-FILE
			INVALID KEY
				MOVE "NO SETTLEMENT CASE" TO WS-MSG
			NOT INVALID KEY
				IF ESTC-APPROVED-STEP >= 4
					MOVE "PAYMENT RELEASED"
						TO WS-MSG
				ELSE
					PERFORM 1120-CHECK-ACCOUNT
				END-IF
		END-READ.
      *
	1120-CHECK-ACCOUNT.
		IF ESTH-PAY-TO-ACCOUNT
			MOVE ESTH-DD-ACCOUNT-NO TO DDACC-ACCOUNT-NO
			READ DD-ACCOUNT-FILE
				INVALID KEY
					MOVE "ACCOUNT NOT FOUND"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 1130-CHECK-ACCOUNT-USE
			END-READ
		ELSE
			PERFORM 1140-CHECK-HEIR-CIF
		END-IF.
      *
	1130-CHECK-ACCOUNT-USE.
		EVALUATE TRUE
			WHEN NOT DDACC-ACTIVE
				MOVE "ACCOUNT NOT ACTIVE" TO WS-MSG
			WHEN DDACC-CUSTOMER-NO = ESTH-CUSTOMER-NO
				MOVE "DECEASED'S ACCOUNT" TO WS-MSG
			WHEN OTHER
				PERFORM 1140-CHECK-HEIR-CIF
		END-EVALUATE.
      *
	1140-CHECK-HEIR-CIF.
		IF ESTH-HEIR-CUSTOMER-NO = SPACES
			SET WS-VALID TO TRUE
		ELSE
			MOVE ESTH-HEIR-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
			READ CUSTOMER-FILE
				INVALID KEY
					MOVE "HEIR CIF NOT FOUND"
						TO WS-MSG
				NOT INVALID KEY
					SET WS-VALID TO TRUE
			END-READ
		END-IF.
      *
      *  The READ refreshes the record area from the file, so the
      *  fields just typed are held across it.
	1200-WRITE-HEIR.
		MOVE ESTH-HEIR-NAME TO WS-TYPED-NAME
		MOVE ESTH-HEIR-CUSTOMER-NO TO WS-TYPED-HEIR-CUSTOMER
		MOVE ESTH-SHARE-PCT TO WS-TYPED-SHARE
		MOVE ESTH-PAY-METHOD TO WS-TYPED-METHOD
		MOVE ESTH-DD-ACCOUNT-NO TO WS-TYPED-ACCOUNT
		MOVE ESTH-CHEQUE-NO TO WS-TYPED-CHEQUE
		READ HEIR-FILE
			INVALID KEY
				PERFORM 1210-APPLY-TYPED-FIELDS
				SET ESTH-PENDING TO TRUE
				MOVE ZERO TO ESTH-PAID-AMT
				MOVE SPACES TO ESTH-PAID-DATE
				WRITE HEIR-RECORD
				MOVE "ADDED" TO WS-MSG
			NOT INVALID KEY
				PERFORM 1220-UPDATE-HEIR
		END-READ.
      *
	1210-APPLY-TYPED-FIELDS.
		MOVE WS-TYPED-NAME TO ESTH-HEIR-NAME
		MOVE WS-TYPED-HEIR-CUSTOMER TO ESTH-HEIR-CUSTOMER-NO
		MOVE WS-TYPED-SHARE TO ESTH-SHARE-PCT
		MOVE WS-TYPED-METHOD TO ESTH-PAY-METHOD
		MOVE WS-TYPED-ACCOUNT TO ESTH-DD-ACCOUNT-NO
		MOVE WS-TYPED-CHEQUE TO ESTH-CHEQUE-NO.
      *
	1220-UPDATE-HEIR.
		IF ESTH-PAID
			MOVE "HEIR ALREADY PAID" TO WS-MSG
		ELSE
			PERFORM 1210-APPLY-TYPED-FIELDS
			REWRITE HEIR-RECORD
			MOVE "UPDATED" TO WS-MSG
		END-IF.
      *
