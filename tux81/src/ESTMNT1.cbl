      *
      *  ESTMNT1.cbl
      *
      *  Estate settlement case screen.  Operations open a
      *  settlement case for a deceased customer and move it
      *  through its four steps - inventory, close the deposits,
      *  offset the loans, pay the heirs (see ESTCASR) - one step
      *  at a time.  Nothing here touches money or the case file:
      *  every step, the opening one included, is a proposal that
      *  parks the case image with ESTC-APPROVED-STEP advanced on
      *  the pending-change file (PNDCHGR via PNDCHGW1) under the
      *  maker's name, exactly as CRSTMNT1 parks a restriction, and
      *  only a second user approving it through APPRMNT1 (target
      *  ESTCASR) releases the step to the nightly ESTSBT1.
      *
      *  The customer must already stand on the CIF as deceased -
      *  the restriction itself goes through CRSTMNT1 - and the
      *  date of death, keyed when the case is opened, must not be
      *  in the future.  Steps run strictly in order, and the next
      *  one cannot be proposed while the last approved one is
      *  still waiting for the nightly run.  The payment step is
      *  refused until the heirs on ESTHEIRR (ESTHMNT1) are there,
      *  their shares add up to 100 percent, and every heir with a
      *  share has an account or a cheque number to be paid by.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESTMNT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT ESTATE-CASE-FILE ASSIGN TO "ESTCASR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTC-CUSTOMER-NO
			FILE STATUS IS WS-ESTC-STATUS.
		SELECT HEIR-FILE ASSIGN TO "ESTHEIRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTH-KEY
			FILE STATUS IS WS-ESTH-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  ESTATE-CASE-FILE.
	01  ESTATE-CASE-RECORD.
		COPY ESTCASR.
	FD  HEIR-FILE.
	01  HEIR-RECORD.
		COPY ESTHEIRR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-ESTC-STATUS		PIC XX.
	01  WS-ESTH-STATUS		PIC XX.
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-NOW			PIC X(21).
	01  WS-ENT-CUSTOMER		PIC X(12).
	01  WS-ENT-DEATH-DATE		PIC X(8).
	01  WS-ENT-STEP			PIC X.
	01  WS-ENT-STEP-NUM REDEFINES WS-ENT-STEP
					PIC 9.
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-HELD-STEP		PIC 9.
	01  WS-HEIR-EOF-FLAG		PIC X.
		88  WS-HEIR-EOF		VALUE "Y".
	01  WS-HEIR-COUNT		PIC S9(4) COMP-5.
	01  WS-SHARE-TOTAL		PIC S9(5)V99 COMP-3.
	01  WS-ROUTE-FLAG		PIC X.
		88  WS-ROUTE-MISSING	VALUE "Y".
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  ESTATE-CASE-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "ESTATE SETTLEMENT CASE".
		05  LINE 3  COLUMN 1  VALUE "CUSTOMER NO    : ".
		05  LINE 3  COLUMN 20
			PIC X(12) USING WS-ENT-CUSTOMER.
		05  LINE 4  COLUMN 1  VALUE "DATE OF DEATH  : ".
		05  LINE 4  COLUMN 20
			PIC X(8) USING WS-ENT-DEATH-DATE.
		05  LINE 5  COLUMN 1  VALUE "STEP (1-4)     : ".
		05  LINE 5  COLUMN 20
			PIC X USING WS-ENT-STEP.
		05  LINE 6  COLUMN 1  VALUE "MAKER          : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 8  COLUMN 1  VALUE "APPROVED STEP  : ".
		05  LINE 8  COLUMN 20
			PIC 9 FROM ESTC-APPROVED-STEP.
		05  LINE 9  COLUMN 1  VALUE "DONE STEP      : ".
		05  LINE 9  COLUMN 20
			PIC 9 FROM ESTC-DONE-STEP.
		05  LINE 10 COLUMN 1  VALUE "DEPOSITS IN    : ".
		05  LINE 10 COLUMN 20
			PIC Z(12)9.99 FROM ESTC-DEPOSIT-TOTAL.
		05  LINE 11 COLUMN 1  VALUE "LOANS OFFSET   : ".
		05  LINE 11 COLUMN 20
			PIC Z(12)9.99 FROM ESTC-OFFSET-TOTAL.
		05  LINE 12 COLUMN 1  VALUE "LOAN SHORTFALL : ".
		05  LINE 12 COLUMN 20
			PIC Z(12)9.99 FROM ESTC-SHORTFALL-AMT.
		05  LINE 13 COLUMN 1  VALUE "PAID TO HEIRS  : ".
		05  LINE 13 COLUMN 20
			PIC Z(12)9.99 FROM ESTC-PAID-TOTAL.
		05  LINE 15 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 15 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 17 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		OPEN INPUT CUSTOMER-FILE
		OPEN I-O ESTATE-CASE-FILE
		IF WS-ESTC-STATUS NOT = "00"
			CLOSE ESTATE-CASE-FILE
			OPEN OUTPUT ESTATE-CASE-FILE
			CLOSE ESTATE-CASE-FILE
			OPEN I-O ESTATE-CASE-FILE
		END-IF
		OPEN I-O HEIR-FILE
		IF WS-ESTH-STATUS NOT = "00"
			CLOSE HEIR-FILE
			OPEN OUTPUT HEIR-FILE
			CLOSE HEIR-FILE
			OPEN I-O HEIR-FILE
		END-IF
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY ESTATE-CASE-SCREEN
			ACCEPT ESTATE-CASE-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-PROPOSE-STEP
			END-IF
		END-PERFORM
		CLOSE CUSTOMER-FILE
		CLOSE ESTATE-CASE-FILE
		CLOSE HEIR-FILE
		STOP RUN.
      *
	1000-PROPOSE-STEP.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		IF WS-ENT-STEP NOT = "1" AND "2" AND "3" AND "4"
			MOVE "STEP MUST BE 1-4" TO WS-MSG
		ELSE
			PERFORM 1100-CHECK-CUSTOMER
		END-IF.
      *
	1100-CHECK-CUSTOMER.
		MOVE WS-ENT-CUSTOMER TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE "CUSTOMER UNKNOWN" TO WS-MSG
			NOT INVALID KEY
				IF CUSTM-DECEASED
					PERFORM 1200-READ-CASE
				ELSE
					MOVE "NOT MARKED DECEASED"
						TO WS-MSG
				END-IF
		END-READ.
      *
	1200-READ-CASE.
		MOVE WS-ENT-CUSTOMER TO ESTC-CUSTOMER-NO
		READ ESTATE-CASE-FILE
			INVALID KEY
				PERFORM 1300-OPEN-CASE
			NOT INVALID KEY
				PERFORM 1400-NEXT-STEP
		END-READ.
      *
      *  A case comes into being only when its opening proposal is
      *  approved; until then the image carries everything at zero
      *  with the inventory step released.
	1300-OPEN-CASE.
		EVALUATE TRUE
			WHEN WS-ENT-STEP NOT = "1"
				MOVE "NO CASE - STEP 1" TO WS-MSG
			WHEN WS-ENT-DEATH-DATE NOT NUMERIC
				MOVE "DEATH DATE INVALID" TO WS-MSG
			WHEN WS-ENT-DEATH-DATE > WS-NOW (1:8)
				MOVE "DEATH DATE INVALID" TO WS-MSG
			WHEN OTHER
				PERFORM 1350-BUILD-NEW-CASE
				PERFORM 1500-PARK-PROPOSAL
		END-EVALUATE.
      *
	1350-BUILD-NEW-CASE.
		MOVE WS-ENT-CUSTOMER TO ESTC-CUSTOMER-NO
		MOVE WS-ENT-DEATH-DATE TO ESTC-DEATH-DATE
		MOVE WS-NOW (1:8) TO ESTC-OPENED-DATE
		MOVE ZERO TO ESTC-APPROVED-STEP
		MOVE ZERO TO ESTC-DONE-STEP
		SET ESTC-OPEN TO TRUE
		MOVE SPACES TO ESTC-STEP-DATE
		MOVE ZERO TO ESTC-DEPOSIT-TOTAL
		MOVE ZERO TO ESTC-INTEREST-TOTAL
		MOVE ZERO TO ESTC-TAX-TOTAL
		MOVE ZERO TO ESTC-LOAN-TOTAL
		MOVE ZERO TO ESTC-OFFSET-TOTAL
		MOVE ZERO TO ESTC-SHORTFALL-AMT
		MOVE ZERO TO ESTC-NET-AMT
		MOVE ZERO TO ESTC-PAID-TOTAL.
      *
	1400-NEXT-STEP.
		EVALUATE TRUE
			WHEN ESTC-SETTLED
				MOVE "CASE SETTLED" TO WS-MSG
			WHEN ESTC-APPROVED-STEP > ESTC-DONE-STEP
				MOVE "STEP AWAITING RUN" TO WS-MSG
			WHEN WS-ENT-STEP-NUM NOT = ESTC-DONE-STEP + 1
				MOVE "STEP OUT OF SEQUENCE" TO WS-MSG
			WHEN WS-ENT-STEP = "4"
				PERFORM 1450-CHECK-HEIRS
			WHEN OTHER
				PERFORM 1500-PARK-PROPOSAL
		END-EVALUATE.
      *
	1450-CHECK-HEIRS.
		MOVE ZERO TO WS-HEIR-COUNT
		MOVE ZERO TO WS-SHARE-TOTAL
		MOVE "N" TO WS-ROUTE-FLAG
		MOVE "N" TO WS-HEIR-EOF-FLAG
		MOVE ESTC-CUSTOMER-NO TO ESTH-CUSTOMER-NO
		MOVE ZERO TO ESTH-HEIR-SEQ
		START HEIR-FILE KEY >= ESTH-KEY
			INVALID KEY
				SET WS-HEIR-EOF TO TRUE
		END-START
		PERFORM 1460-READ-HEIR UNTIL WS-HEIR-EOF
		EVALUATE TRUE
			WHEN WS-HEIR-COUNT = ZERO
				MOVE "NO HEIRS RECORDED" TO WS-MSG
			WHEN WS-SHARE-TOTAL NOT = 100
				MOVE "SHARES NOT 100 PCT" TO WS-MSG
			WHEN WS-ROUTE-MISSING
				MOVE "PAY ROUTE MISSING" TO WS-MSG
			WHEN OTHER
				PERFORM 1500-PARK-PROPOSAL
		END-EVALUATE.
      *
	1460-READ-HEIR.
		READ HEIR-FILE NEXT RECORD
			AT END
				SET WS-HEIR-EOF TO TRUE
			NOT AT END
				IF ESTH-CUSTOMER-NO
						NOT = ESTC-CUSTOMER-NO
					SET WS-HEIR-EOF TO TRUE
				ELSE
					PERFORM 1470-COUNT-HEIR
				END-IF
		END-READ.
      *
	1470-COUNT-HEIR.
		ADD 1 TO WS-HEIR-COUNT
		ADD ESTH-SHARE-PCT TO WS-SHARE-TOTAL
		IF ESTH-SHARE-PCT > ZERO
			IF (ESTH-PAY-TO-ACCOUNT
					AND ESTH-DD-ACCOUNT-NO = SPACES)
				OR (ESTH-PAY-BY-CHEQUE
					AND ESTH-CHEQUE-NO = SPACES)
				OR (NOT ESTH-PAY-TO-ACCOUNT
					AND NOT ESTH-PAY-BY-CHEQUE)
				SET WS-ROUTE-MISSING TO TRUE
			END-IF
		END-IF.
      *
      *  The step released rides only on the parked image; the
      *  record area goes back to what is on file, so the screen
      *  keeps showing the step actually approved so far.
	1500-PARK-PROPOSAL.
		MOVE ESTC-APPROVED-STEP TO WS-HELD-STEP
		MOVE WS-ENT-STEP-NUM TO ESTC-APPROVED-STEP
		MOVE "ESTCASR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE ESTC-CUSTOMER-NO TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE ESTATE-CASE-RECORD TO WS-PNDCHG-IMAGE
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF
		MOVE WS-HELD-STEP TO ESTC-APPROVED-STEP.
      *
