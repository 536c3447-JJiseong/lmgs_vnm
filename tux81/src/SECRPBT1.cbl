      *
      *  SECRPBT1.cbl
      *
      *  Monthly economic-sector utilisation report for the risk
      *  committee.  Totals the open loan book (LOANMSTR principal,
      *  as SECLCK1 counts it) by the borrower's economic sector
      *  (CUSTM-SECTOR-CODE) and sets each sector against its
      *  concentration limit on SECLIMR - the limit amount, or the
      *  limit percent of the whole book - showing the loans, the
      *  outstanding, the sector's share of the book, the limit,
      *  the utilisation of the limit and a status: WITHIN, WARNING
      *  at or past the row's warning level, OVER LIMIT past the
      *  limit, or NO LIMIT for a sector without an active row.
      *  Every sector with an active limit is listed even when
      *  nothing is lent to it; loans to customers with no sector
      *  code show as UNCLASSIFIED.  The overrides head office has
      *  approved in the month (SECOVRR) follow the sector list.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other batch jobs.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. SECRPBT1.
      *
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOANM-ACCOUNT-NO
			FILE STATUS IS WS-LOANM-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CUSTM-CUSTOMER-NO
			ALTERNATE RECORD KEY IS CUSTM-NATIONAL-ID
			FILE STATUS IS WS-CUSTM-STATUS.
		SELECT SECTOR-LIMIT-FILE ASSIGN TO "SECLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SECLIM-SECTOR-CODE
			FILE STATUS IS WS-SECLIM-STATUS.
		SELECT SECTOR-OVERRIDE-FILE ASSIGN TO "SECOVRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SECOV-APPLICATION-NO
			FILE STATUS IS WS-SECOV-STATUS.
		SELECT RPT-FILE ASSIGN TO "SECRPBT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
      *
	DATA DIVISION.
	FILE SECTION.
	FD  LOAN-MASTER-FILE.
	01  LOAN-MASTER-RECORD.
		COPY LOANMSTR.
	FD  CUSTOMER-FILE.
	01  CUSTOMER-RECORD.
		COPY CUSTMSTR.
	FD  SECTOR-LIMIT-FILE.
	01  SECTOR-LIMIT-RECORD.
		COPY SECLIMR.
	FD  SECTOR-OVERRIDE-FILE.
	01  SECTOR-OVERRIDE-RECORD.
		COPY SECOVRR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(132).
      *
	WORKING-STORAGE SECTION.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-CUSTM-STATUS		PIC XX.
	01  WS-SECLIM-STATUS		PIC XX.
	01  WS-SECOV-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
		88  WS-EOF		VALUE "Y".
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-SECTOR-CODE		PIC X(4).
	01  WS-SEC-IDX			PIC S9(4) COMP-5.
	01  WS-SEC-FOUND		PIC S9(4) COMP-5.
	01  WS-SEC-COUNT		PIC S9(4) COMP-5 VALUE 0.
	01  WS-SECTOR-TABLE.
		05  WS-SECTOR-ROW OCCURS 300 TIMES.
			10  WS-ST-CODE		PIC X(4).
			10  WS-ST-DESCRIPTION	PIC X(30).
			10  WS-ST-HAS-LIMIT	PIC X.
			10  WS-ST-BASIS		PIC X.
			10  WS-ST-LIMIT-AMOUNT	PIC S9(13)V99 COMP-3.
			10  WS-ST-LIMIT-PCT	PIC S9(3)V99 COMP-3.
			10  WS-ST-WARNING-PCT	PIC S9(3)V99 COMP-3.
			10  WS-ST-LOAN-COUNT	PIC 9(7).
			10  WS-ST-OUTSTANDING	PIC S9(15)V99 COMP-3.
	01  WS-BOOK-TOTAL		PIC S9(15)V99 COMP-3 VALUE 0.
	01  WS-BOOK-COUNT		PIC 9(7) VALUE 0.
	01  WS-LIMIT-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-WARNING-AMOUNT		PIC S9(15)V99 COMP-3.
	01  WS-SHARE-PCT		PIC S9(3)V99 COMP-3.
	01  WS-UTIL-PCT			PIC S9(5)V99 COMP-3.
	01  WS-OVER-COUNT		PIC 9(5) VALUE 0.
	01  WS-WARNING-COUNT		PIC 9(5) VALUE 0.
	01  WS-OVERRIDE-COUNT		PIC 9(5) VALUE 0.
	01  WS-TABLE-FULL-FLAG		PIC X VALUE "N".
		88  WS-TABLE-FULL	VALUE "Y".
	01  WS-HEADING-1.
		05  FILLER		PIC X(6) VALUE "SECTOR".
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(30) VALUE "DESCRIPTION".
		05  FILLER		PIC X(8) VALUE "  LOANS".
		05  FILLER		PIC X(20)
				VALUE "         OUTSTANDING".
		05  FILLER		PIC X(8) VALUE " BOOK %".
		05  FILLER		PIC X(20)
				VALUE "               LIMIT".
		05  FILLER		PIC X(9) VALUE "   USED %".
		05  FILLER		PIC X(2) VALUE SPACES.
		05  FILLER		PIC X(10) VALUE "STATUS".
	01  WS-DETAIL-LINE.
		05  DTL-SECTOR		PIC X(6).
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-DESCRIPTION	PIC X(30).
		05  DTL-LOANS		PIC Z(6)9.
		05  FILLER		PIC X VALUE SPACE.
		05  DTL-OUTSTANDING	PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  DTL-SHARE		PIC ZZZ9.99.
		05  FILLER		PIC X VALUE SPACE.
		05  DTL-LIMIT		PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
		05  DTL-UTIL		PIC ZZZZZ9.99.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  DTL-STATUS		PIC X(10).
	01  WS-OVERRIDE-LINE.
		05  FILLER		PIC X(2) VALUE SPACES.
		05  OVL-APPLICATION	PIC X(12).
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-CUSTOMER	PIC X(12).
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-SECTOR		PIC X(4).
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-AMOUNT		PIC ZZ,ZZZ,ZZZ,ZZ9.99.
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-DATE		PIC X(8).
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-APPROVED-BY	PIC X(30).
		05  FILLER		PIC X VALUE SPACE.
		05  OVL-REASON		PIC X(40).
	01  WS-COUNT-LINE.
		05  CNT-TEXT		PIC X(30).
		05  CNT-VALUE		PIC ZZZZZZ9.
	01  WS-JOB-NAME			PIC X(9) VALUE "SECRPBT1".
	01  WS-BATCTL-MODE		PIC X.
	01  WS-BATCTL-GATE		PIC X.
		88  WS-GATE-OK		VALUE "Y".
		88  WS-GATE-BLOCKED	VALUE "N".
      *
	PROCEDURE DIVISION.
	0000-MAIN.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE "S" TO WS-BATCTL-MODE
		CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
			WS-BATCTL-GATE
		OPEN OUTPUT RPT-FILE
		MOVE SPACES TO RPT-LINE
		STRING "SECTOR CONCENTRATION UTILISATION AS AT "
			DELIMITED BY SIZE
			WS-BUSINESS-DATE DELIMITED BY SIZE
			INTO RPT-LINE
		WRITE RPT-LINE
		IF WS-GATE-OK
			PERFORM 1000-LOAD-LIMITS
			PERFORM 2000-SUM-BOOK
			PERFORM 3000-PRINT-SECTORS
			PERFORM 4000-PRINT-OVERRIDES
			PERFORM 9000-PRINT-TOTALS
		END-IF
		CLOSE RPT-FILE
		IF WS-GATE-OK
			MOVE "E" TO WS-BATCTL-MODE
			CALL "BATCTLCK" USING WS-JOB-NAME WS-BATCTL-MODE
				WS-BATCTL-GATE
		END-IF
		STOP RUN.
      *
	1000-LOAD-LIMITS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SECTOR-LIMIT-FILE
		IF WS-SECLIM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 1100-READ-LIMIT UNTIL WS-EOF
		CLOSE SECTOR-LIMIT-FILE.
      *
	1100-READ-LIMIT.
		READ SECTOR-LIMIT-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF SECLIM-ACTIVE
					PERFORM 1200-TAKE-LIMIT
				END-IF
		END-READ.
      *
	1200-TAKE-LIMIT.
		MOVE SECLIM-SECTOR-CODE TO WS-SECTOR-CODE
		PERFORM 5000-FIND-SECTOR
		IF WS-SEC-FOUND > ZERO
			MOVE SECLIM-DESCRIPTION
				TO WS-ST-DESCRIPTION (WS-SEC-FOUND)
			MOVE "Y" TO WS-ST-HAS-LIMIT (WS-SEC-FOUND)
			MOVE SECLIM-BASIS-FLAG
				TO WS-ST-BASIS (WS-SEC-FOUND)
			MOVE SECLIM-LIMIT-AMOUNT
				TO WS-ST-LIMIT-AMOUNT (WS-SEC-FOUND)
			MOVE SECLIM-LIMIT-PCT
				TO WS-ST-LIMIT-PCT (WS-SEC-FOUND)
			MOVE SECLIM-WARNING-PCT
				TO WS-ST-WARNING-PCT (WS-SEC-FOUND)
		END-IF.
      *
	2000-SUM-BOOK.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT CUSTOMER-FILE
		OPEN INPUT LOAN-MASTER-FILE
		IF WS-LOANM-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2100-READ-LOAN UNTIL WS-EOF
		CLOSE LOAN-MASTER-FILE
		CLOSE CUSTOMER-FILE.
      *
	2100-READ-LOAN.
		READ LOAN-MASTER-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF LOANM-OPEN
					PERFORM 2200-ADD-LOAN
				END-IF
		END-READ.
      *
	2200-ADD-LOAN.
		ADD 1 TO WS-BOOK-COUNT
		ADD LOANM-PRINCIPAL TO WS-BOOK-TOTAL
		MOVE SPACES TO WS-SECTOR-CODE
		MOVE LOANM-CUSTOMER-NO TO CUSTM-CUSTOMER-NO
		READ CUSTOMER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE CUSTM-SECTOR-CODE TO WS-SECTOR-CODE
		END-READ
		PERFORM 5000-FIND-SECTOR
		IF WS-SEC-FOUND > ZERO
			ADD 1 TO WS-ST-LOAN-COUNT (WS-SEC-FOUND)
			ADD LOANM-PRINCIPAL
				TO WS-ST-OUTSTANDING (WS-SEC-FOUND)
		END-IF.
      *
	3000-PRINT-SECTORS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE WS-HEADING-1 TO RPT-LINE
		WRITE RPT-LINE
		PERFORM 3100-PRINT-SECTOR
			VARYING WS-SEC-IDX FROM 1 BY 1
			UNTIL WS-SEC-IDX > WS-SEC-COUNT.
      *
	3100-PRINT-SECTOR.
		MOVE SPACES TO WS-DETAIL-LINE
		MOVE WS-ST-CODE (WS-SEC-IDX) TO DTL-SECTOR
		MOVE WS-ST-DESCRIPTION (WS-SEC-IDX) TO DTL-DESCRIPTION
		IF WS-ST-CODE (WS-SEC-IDX) = SPACES
			MOVE "UNCLASSIFIED" TO DTL-DESCRIPTION
		END-IF
		MOVE WS-ST-LOAN-COUNT (WS-SEC-IDX) TO DTL-LOANS
		MOVE WS-ST-OUTSTANDING (WS-SEC-IDX) TO DTL-OUTSTANDING
		MOVE ZERO TO WS-SHARE-PCT
		IF WS-BOOK-TOTAL > ZERO
			COMPUTE WS-SHARE-PCT ROUNDED =
				WS-ST-OUTSTANDING (WS-SEC-IDX) * 100
				/ WS-BOOK-TOTAL
		END-IF
		MOVE WS-SHARE-PCT TO DTL-SHARE
		IF WS-ST-HAS-LIMIT (WS-SEC-IDX) = "Y"
			PERFORM 3200-JUDGE-SECTOR
		ELSE
			MOVE "NO LIMIT" TO DTL-STATUS
		END-IF
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	3200-JUDGE-SECTOR.
		IF WS-ST-BASIS (WS-SEC-IDX) = "P"
			COMPUTE WS-LIMIT-AMOUNT ROUNDED =
				WS-BOOK-TOTAL
				* WS-ST-LIMIT-PCT (WS-SEC-IDX) / 100
		ELSE
			MOVE WS-ST-LIMIT-AMOUNT (WS-SEC-IDX)
				TO WS-LIMIT-AMOUNT
		END-IF
		COMPUTE WS-WARNING-AMOUNT ROUNDED = WS-LIMIT-AMOUNT
			* WS-ST-WARNING-PCT (WS-SEC-IDX) / 100
		MOVE WS-LIMIT-AMOUNT TO DTL-LIMIT
		MOVE ZERO TO WS-UTIL-PCT
		IF WS-LIMIT-AMOUNT > ZERO
			COMPUTE WS-UTIL-PCT ROUNDED =
				WS-ST-OUTSTANDING (WS-SEC-IDX) * 100
				/ WS-LIMIT-AMOUNT
		END-IF
		MOVE WS-UTIL-PCT TO DTL-UTIL
		EVALUATE TRUE
			WHEN WS-ST-OUTSTANDING (WS-SEC-IDX)
					> WS-LIMIT-AMOUNT
				MOVE "OVER LIMIT" TO DTL-STATUS
				ADD 1 TO WS-OVER-COUNT
			WHEN WS-ST-WARNING-PCT (WS-SEC-IDX) > ZERO
				AND WS-ST-OUTSTANDING (WS-SEC-IDX)
					NOT < WS-WARNING-AMOUNT
				MOVE "WARNING" TO DTL-STATUS
				ADD 1 TO WS-WARNING-COUNT
			WHEN OTHER
				MOVE "WITHIN" TO DTL-STATUS
		END-EVALUATE.
      *
      *  The overrides approved in the business date's month.
	4000-PRINT-OVERRIDES.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "HEAD-OFFICE OVERRIDES APPROVED THIS MONTH"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT SECTOR-OVERRIDE-FILE
		IF WS-SECOV-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 4100-READ-OVERRIDE UNTIL WS-EOF
		CLOSE SECTOR-OVERRIDE-FILE.
      *
	4100-READ-OVERRIDE.
		READ SECTOR-OVERRIDE-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF SECOV-APPROVED-DATE (1:6)
						= WS-BUSINESS-DATE (1:6)
					PERFORM 4200-PRINT-OVERRIDE
				END-IF
		END-READ.
      *
	4200-PRINT-OVERRIDE.
		ADD 1 TO WS-OVERRIDE-COUNT
		MOVE SECOV-APPLICATION-NO TO OVL-APPLICATION
		MOVE SECOV-CUSTOMER-NO TO OVL-CUSTOMER
		MOVE SECOV-SECTOR-CODE TO OVL-SECTOR
		MOVE SECOV-AMOUNT TO OVL-AMOUNT
		MOVE SECOV-APPROVED-DATE TO OVL-DATE
		MOVE SECOV-APPROVED-BY TO OVL-APPROVED-BY
		MOVE SECOV-REASON TO OVL-REASON
		MOVE WS-OVERRIDE-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
      *  Finds the sector's row on the table, adding it when it is
      *  new; zero when the table is full.
	5000-FIND-SECTOR.
		MOVE ZERO TO WS-SEC-FOUND
		PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
				UNTIL WS-SEC-IDX > WS-SEC-COUNT
				OR WS-SEC-FOUND > ZERO
			IF WS-ST-CODE (WS-SEC-IDX) = WS-SECTOR-CODE
				MOVE WS-SEC-IDX TO WS-SEC-FOUND
			END-IF
		END-PERFORM
		IF WS-SEC-FOUND = ZERO
			PERFORM 5100-ADD-SECTOR
		END-IF.
      *
	5100-ADD-SECTOR.
		IF WS-SEC-COUNT < 300
			ADD 1 TO WS-SEC-COUNT
			MOVE WS-SEC-COUNT TO WS-SEC-FOUND
			MOVE WS-SECTOR-CODE TO WS-ST-CODE (WS-SEC-FOUND)
			MOVE SPACES TO WS-ST-DESCRIPTION (WS-SEC-FOUND)
			MOVE "N" TO WS-ST-HAS-LIMIT (WS-SEC-FOUND)
			MOVE SPACE TO WS-ST-BASIS (WS-SEC-FOUND)
			MOVE ZERO TO WS-ST-LIMIT-AMOUNT (WS-SEC-FOUND)
			MOVE ZERO TO WS-ST-LIMIT-PCT (WS-SEC-FOUND)
			MOVE ZERO TO WS-ST-WARNING-PCT (WS-SEC-FOUND)
			MOVE ZERO TO WS-ST-LOAN-COUNT (WS-SEC-FOUND)
			MOVE ZERO TO WS-ST-OUTSTANDING (WS-SEC-FOUND)
		ELSE
			SET WS-TABLE-FULL TO TRUE
		END-IF.
      *
	9000-PRINT-TOTALS.
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO WS-DETAIL-LINE
		MOVE "TOTAL LOAN BOOK" TO DTL-DESCRIPTION
		MOVE WS-BOOK-COUNT TO DTL-LOANS
		MOVE WS-BOOK-TOTAL TO DTL-OUTSTANDING
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SECTORS OVER LIMIT:" TO CNT-TEXT
		MOVE WS-OVER-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "SECTORS AT WARNING LEVEL:" TO CNT-TEXT
		MOVE WS-WARNING-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		MOVE "OVERRIDES THIS MONTH:" TO CNT-TEXT
		MOVE WS-OVERRIDE-COUNT TO CNT-VALUE
		MOVE WS-COUNT-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-TABLE-FULL
			MOVE "SECTOR TABLE FULL - REPORT INCOMPLETE"
				TO RPT-LINE
			WRITE RPT-LINE
		END-IF.
      *
