      *
      *  RELOFMT1.cbl
      *
      *  Maintenance screen for relationship-officer assignments,
      *  mirroring MORMNT1's screen pattern.  Function A assigns one
      *  customer (CUSTMSTR) to an officer from an effective date;
      *  function B reassigns the whole book of a departing officer
      *  to another from an effective date.  The officer taking the
      *  relationship must be a real, unlocked user on the User
      *  Security Master (USRSECR); the departing officer need not
      *  be - a leaver is usually locked already.
      *
      *  Who owns a relationship drives the officer portfolio
      *  report (ROFRPBT1) and with it incentive pay and the
      *  collections desk's contact list, so a save parks the
      *  proposal on the pending-change file (PNDCHGR via PNDCHGW1)
      *  under the maker's name, and a second user applies it
      *  through APPRMNT1 - target RELOFR for a single assignment,
      *  RELOFBR for a bulk reassignment, which RELOFBT1 then
      *  carries out on its effective date.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. RELOFMT1.
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
		SELECT USER-SEC-FILE ASSIGN TO "USRSECR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS USRSEC-USRNAME
			FILE STATUS IS WS-USRSEC-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  USER-SEC-FILE.
	01  USER-SEC-RECORD.
		COPY USRSECR.
      *
	WORKING-STORAGE SECTION.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-USRSEC-STATUS		PIC XX.
	01  OFFICER-ASSIGN-RECORD.
		COPY RELOFR.
	01  OFFICER-BULK-RECORD.
		COPY RELOFBR.
	01  WS-FUNCTION			PIC X VALUE "A".
		88  WS-FUNC-ASSIGN	VALUE "A".
		88  WS-FUNC-BULK	VALUE "B".
	01  WS-CUSTOMER-NO		PIC X(12).
	01  WS-OFFICER			PIC X(30).
	01  WS-FROM-OFFICER		PIC X(30).
	01  WS-EFFECTIVE-DATE		PIC X(8).
	01  WS-REASON			PIC X(30).
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-MAKER-NAME		PIC X(30).
	01  WS-PNDCHG-TARGET		PIC X(8).
	01  WS-PNDCHG-RESULT		PIC X.
		88  WS-CHANGE-PARKED	VALUE "Y".
	01  WS-PNDCHG-KEY-VALUE		PIC X(50).
	01  WS-PNDCHG-IMAGE		PIC X(200).
      *
	SCREEN SECTION.
	01  OFFICER-ASSIGN-SCREEN.
		05  BLANK SCREEN.
		05  LINE 1  COLUMN 1
			VALUE "RELATIONSHIP OFFICER ASSIGNMENT".
		05  LINE 3  COLUMN 1  VALUE "FUNCTION (A/B) : ".
		05  LINE 3  COLUMN 20
			PIC X USING WS-FUNCTION.
		05  LINE 4  COLUMN 1  VALUE "CUSTOMER NO (A): ".
		05  LINE 4  COLUMN 20
			PIC X(12) USING WS-CUSTOMER-NO.
		05  LINE 5  COLUMN 1  VALUE "FROM OFFICER(B): ".
		05  LINE 5  COLUMN 20
			PIC X(30) USING WS-FROM-OFFICER.
		05  LINE 6  COLUMN 1  VALUE "OFFICER        : ".
		05  LINE 6  COLUMN 20
			PIC X(30) USING WS-OFFICER.
		05  LINE 7  COLUMN 1  VALUE "EFFECTIVE DATE : ".
		05  LINE 7  COLUMN 20
			PIC X(8) USING WS-EFFECTIVE-DATE.
		05  LINE 8  COLUMN 1  VALUE "REASON         : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING WS-REASON.
		05  LINE 10 COLUMN 1  VALUE "MAKER          : ".
		05  LINE 10 COLUMN 20
			PIC X(30) USING WS-MAKER-NAME.
		05  LINE 12 COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 12 COLUMN 15
			PIC X USING WS-DONE-FLAG.
		05  LINE 14 COLUMN 1
			PIC X(20) FROM WS-MSG.
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		PERFORM UNTIL WS-DONE
			MOVE SPACES TO WS-MSG
			DISPLAY OFFICER-ASSIGN-SCREEN
			ACCEPT OFFICER-ASSIGN-SCREEN
			IF NOT WS-DONE
				PERFORM 1000-VALIDATE-ASSIGNMENT
			END-IF
		END-PERFORM
		STOP RUN.
      *
	1000-VALIDATE-ASSIGNMENT.
		EVALUATE TRUE
			WHEN NOT WS-FUNC-ASSIGN AND NOT WS-FUNC-BULK
				MOVE "FUNCTION MUST BE A/B" TO WS-MSG
			WHEN WS-EFFECTIVE-DATE NOT NUMERIC
				MOVE "EFFECTIVE DATE BAD" TO WS-MSG
			WHEN WS-OFFICER = SPACES
				MOVE "OFFICER NEEDED" TO WS-MSG
			WHEN WS-FUNC-ASSIGN
				AND WS-CUSTOMER-NO = SPACES
				MOVE "CUSTOMER NEEDED" TO WS-MSG
			WHEN WS-FUNC-BULK
				AND WS-FROM-OFFICER = SPACES
				MOVE "FROM OFFICER NEEDED" TO WS-MSG
			WHEN WS-FUNC-BULK
				AND WS-FROM-OFFICER = WS-OFFICER
				MOVE "SAME OFFICER" TO WS-MSG
			WHEN OTHER
				PERFORM 1100-CHECK-OFFICER
		END-EVALUATE
		IF WS-MSG = SPACES AND WS-FUNC-ASSIGN
			PERFORM 1200-CHECK-CUSTOMER
		END-IF
		IF WS-MSG = SPACES
			IF WS-FUNC-ASSIGN
				PERFORM 1500-PROPOSE-ASSIGNMENT
			ELSE
				PERFORM 1600-PROPOSE-BULK
			END-IF
		END-IF.
      *
      *  A site with no USRSECR file degrades to accepting the
      *  name, the same missing-file posture as PNDCHGW1.
	1100-CHECK-OFFICER.
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS = "00"
			MOVE WS-OFFICER TO USRSEC-USRNAME
			READ USER-SEC-FILE
				INVALID KEY
					MOVE "OFFICER UNKNOWN" TO WS-MSG
				NOT INVALID KEY
					IF USRSEC-LOCKED
						MOVE "OFFICER LOCKED"
							TO WS-MSG
					END-IF
			END-READ
		END-IF
		CLOSE USER-SEC-FILE.
      *
	1200-CHECK-CUSTOMER.
		OPEN INPUT CUSTOMER-FILE
		MOVE WS-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				MOVE "CUSTOMER UNKNOWN" TO WS-MSG
		END-READ
		CLOSE CUSTOMER-FILE.
      *
	1500-PROPOSE-ASSIGNMENT.
		MOVE SPACES TO OFFICER-ASSIGN-RECORD
		MOVE WS-CUSTOMER-NO TO RELOF-CUSTOMER-NO
		MOVE WS-EFFECTIVE-DATE TO RELOF-EFFECTIVE-DATE
		MOVE WS-OFFICER TO RELOF-OFFICER
		MOVE WS-REASON TO RELOF-REASON
		SET RELOF-SINGLE TO TRUE
		MOVE "RELOFR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE RELOF-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE OFFICER-ASSIGN-RECORD TO WS-PNDCHG-IMAGE
		PERFORM 1700-PARK-PROPOSAL.
      *
	1600-PROPOSE-BULK.
		MOVE SPACES TO OFFICER-BULK-RECORD
		MOVE WS-FROM-OFFICER TO RELOFB-FROM-OFFICER
		MOVE WS-EFFECTIVE-DATE TO RELOFB-EFFECTIVE-DATE
		MOVE WS-OFFICER TO RELOFB-TO-OFFICER
		MOVE WS-REASON TO RELOFB-REASON
		SET RELOFB-PENDING TO TRUE
		MOVE ZERO TO RELOFB-CUSTOMER-COUNT
		MOVE "RELOFBR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE RELOFB-KEY TO WS-PNDCHG-KEY-VALUE
		MOVE SPACES TO WS-PNDCHG-IMAGE
		MOVE OFFICER-BULK-RECORD TO WS-PNDCHG-IMAGE
		PERFORM 1700-PARK-PROPOSAL.
      *
	1700-PARK-PROPOSAL.
		CALL "PNDCHGW1" USING WS-PNDCHG-TARGET
			WS-PNDCHG-KEY-VALUE WS-PNDCHG-IMAGE
			WS-MAKER-NAME WS-PNDCHG-RESULT
		IF WS-CHANGE-PARKED
			MOVE "PENDING APPROVAL" TO WS-MSG
		ELSE
			MOVE "MAKER UNKNOWN" TO WS-MSG
		END-IF.
      *
