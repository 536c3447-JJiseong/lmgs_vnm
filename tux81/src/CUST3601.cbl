      *  Read-only: one call answers "what does this customer have
      *  with us" - identity from CUSTMSTR, open loans with their
      *  buckets from LOANMSTR, fixed deposits from FXDEPR, demand
      *  deposits from DDACCTR (owned outright, or held jointly or
      *  signed on through the mandate file DDMANDR, with every
      *  named holder shown), the collateral behind the loans from
      *  COLLATR, and pending applications from LNAPPR - instead of
      *  the four separate inquiries the teller cannot even discover
      *  the account numbers for.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDACC-ACCOUNT-NO
			FILE STATUS IS WS-DDACC-STATUS.
		SELECT MANDATE-FILE ASSIGN TO "DDMANDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DDMAND-KEY
			FILE STATUS IS WS-DDMAND-STATUS.
		SELECT COLLATERAL-FILE ASSIGN TO "COLLATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT SVC-LOG-FILE ASSIGN TO "SVCLOG"
			ORGANIZATION IS SEQUENTIAL
	FD  DD-ACCOUNT-FILE.
	01  DD-ACCOUNT-RECORD.
		COPY DDACCTR.
	FD  MANDATE-FILE.
	01  MANDATE-RECORD.
		COPY DDMANDR.
	FD  COLLATERAL-FILE.
	01  COLLATERAL-RECORD.
		COPY COLLATR.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-DDACC-STATUS		PIC XX.
	01  WS-COLLAT-STATUS		PIC XX.
	01  WS-DDMAND-STATUS		PIC XX.
	01  WS-MANDATE-OPEN-FLAG	PIC X.
		88  WS-MANDATE-OPEN	VALUE "Y".
	01  WS-HOLDER-EOF-FLAG		PIC X.
		88  WS-HOLDER-EOF	VALUE "Y".
	01  WS-HIDX			PIC S9(4) COMP-5.
	01  WS-LNAPP-STATUS		PIC XX.
	01  WS-SVCLOG-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  SVC-TIMER-REC.
		COPY SVCTIMW.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-IDX			PIC S9(4) COMP-5.
	PROCEDURE DIVISION USING TPSVCDEF-REC TPTYPE-REC DATA-REC
			TPSTATUS-REC.
	0000-MAIN.
		COPY SVCSTRT.
		COPY DLENGRD.
		PERFORM 0100-CLEAR-REPLY
		OPEN INPUT CUSTOMER-FILE
					SET WS-EOF TO TRUE
			END-START
		END-IF
		MOVE "N" TO WS-MANDATE-OPEN-FLAG
		OPEN INPUT MANDATE-FILE
		IF WS-DDMAND-STATUS = "00"
			SET WS-MANDATE-OPEN TO TRUE
		END-IF
		PERFORM 4100-SCAN-DD-ACCOUNTS UNTIL WS-EOF
		CLOSE MANDATE-FILE
		CLOSE DD-ACCOUNT-FILE.
      *
	4100-SCAN-DD-ACCOUNTS.
				IF DDACC-CUSTOMER-NO =
						C360-CUSTOMER-NO
					PERFORM 4200-TAKE-DD-ACCOUNT
				ELSE
					PERFORM 4150-CHECK-JOINT-HOLDER
				END-IF
		END-READ.
      *
      *  Accounts in someone else's name that this customer holds
      *  jointly or signs on count as theirs too.
	4150-CHECK-JOINT-HOLDER.
		IF WS-MANDATE-OPEN
			MOVE DDACC-ACCOUNT-NO TO DDMAND-ACCOUNT-NO
			MOVE C360-CUSTOMER-NO TO DDMAND-CUSTOMER-NO
			READ MANDATE-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 4160-TAKE-IF-ACTIVE
			END-READ
		END-IF.
      *
	4160-TAKE-IF-ACTIVE.
		IF DDMAND-ACTIVE
			PERFORM 4200-TAKE-DD-ACCOUNT
		END-IF.
      *
	4200-TAKE-DD-ACCOUNT.
		IF C360-DDACCT-COUNT < 3
				TO C360-DDA-BALANCE (WS-IDX)
			MOVE DDACC-STATUS-FLAG
				TO C360-DDA-STATUS (WS-IDX)
			PERFORM 4300-FILL-HOLDERS
		ELSE
			MOVE "Y" TO C360-DDACCT-MORE-FLAG
		END-IF.
      *
      *  Every active holder on the account's mandate; a sole
      *  account with no mandate rows shows its owner alone.
	4300-FILL-HOLDERS.
		MOVE ZERO TO C360-DDA-HOLDER-COUNT (WS-IDX)
		MOVE "N" TO WS-HOLDER-EOF-FLAG
		IF WS-MANDATE-OPEN
			MOVE DDACC-ACCOUNT-NO TO DDMAND-ACCOUNT-NO
			MOVE LOW-VALUES TO DDMAND-CUSTOMER-NO
			START MANDATE-FILE KEY >= DDMAND-KEY
				INVALID KEY
					SET WS-HOLDER-EOF TO TRUE
			END-START
		ELSE
			SET WS-HOLDER-EOF TO TRUE
		END-IF
		PERFORM 4350-READ-HOLDER UNTIL WS-HOLDER-EOF
		IF C360-DDA-HOLDER-COUNT (WS-IDX) = ZERO
			MOVE 1 TO C360-DDA-HOLDER-COUNT (WS-IDX)
			MOVE DDACC-CUSTOMER-NO
				TO C360-DDA-HOLDER-NO (WS-IDX 1)
			MOVE "P" TO C360-DDA-HOLDER-ROLE (WS-IDX 1)
		END-IF.
      *
	4350-READ-HOLDER.
		READ MANDATE-FILE NEXT RECORD
			AT END
				SET WS-HOLDER-EOF TO TRUE
			NOT AT END
				IF DDMAND-ACCOUNT-NO NOT =
						DDACC-ACCOUNT-NO
					SET WS-HOLDER-EOF TO TRUE
				ELSE
					PERFORM 4400-TAKE-HOLDER
				END-IF
		END-READ.
      *
	4400-TAKE-HOLDER.
		IF DDMAND-ACTIVE
			AND C360-DDA-HOLDER-COUNT (WS-IDX) < 4
			ADD 1 TO C360-DDA-HOLDER-COUNT (WS-IDX)
			MOVE C360-DDA-HOLDER-COUNT (WS-IDX) TO WS-HIDX
			MOVE DDMAND-CUSTOMER-NO
				TO C360-DDA-HOLDER-NO (WS-IDX WS-HIDX)
			MOVE DDMAND-ROLE-FLAG
				TO C360-DDA-HOLDER-ROLE (WS-IDX WS-HIDX)
		END-IF.
      *
      *  Collateral is linked by loan account, so a row is taken
      *  when its COLLAT-ACCOUNT-NO matches one of the loans already
      *  filled above.
