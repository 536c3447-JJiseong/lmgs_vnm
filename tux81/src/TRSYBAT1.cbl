      *  subtotals of the loan inflows using the BRMSTR
      *  branch-to-region mapping - answered from the system instead
      *  of treasury's weekly spreadsheet.
      *
      *  Active interbank money-market deals (MMDEALR) band at
      *  their maturity date in the deal currency for principal
      *  plus interest to maturity (DAYCNT1 daily rate over the
      *  calendar days of the term): a placement comes back to us as
      *  an inflow, a borrowing is repaid as an outflow.  Deals do
      *  not enter the region subtotals, which cover loans only.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. TRSYBAT1.
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS FXDEP-DEPOSIT-NO
			FILE STATUS IS WS-FXDEP-STATUS.
		SELECT MM-DEAL-FILE ASSIGN TO "MMDEALR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS MMDEAL-DEAL-NO
			FILE STATUS IS WS-MMDEAL-STATUS.
		SELECT BRANCH-MASTER-FILE ASSIGN TO "BRMSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
	FD  FX-DEPOSIT-FILE.
	01  FX-DEPOSIT-RECORD.
		COPY FXDEPR.
	FD  MM-DEAL-FILE.
	01  MM-DEAL-RECORD.
		COPY MMDEALR.
	FD  BRANCH-MASTER-FILE.
	01  BRANCH-MASTER-RECORD.
		COPY BRMSTR.
	01  WS-REPAY-STATUS		PIC XX.
	01  WS-LOANM-STATUS		PIC XX.
	01  WS-FXDEP-STATUS		PIC XX.
	01  WS-MMDEAL-STATUS		PIC XX.
	01  WS-BRMSTR-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-EOF-FLAG			PIC X.
	01  WS-BAND			PIC S9(4) COMP-5.
	01  WS-WORK-CURRENCY		PIC X(3).
	01  WS-WORK-AMOUNT		PIC S9(13)V99 COMP-3.
	01  WS-VALUE-INT		PIC S9(9) COMP-5.
	01  WS-TERM-DAYS		PIC S9(9) COMP-5.
	01  WS-DAILY-RATE		PIC S9(3)V9(8) COMP-3.
	01  WS-MONTHLY-RATE		PIC S9(3)V9(6) COMP-3.
	01  WS-LOAN-FOUND-FLAG		PIC X.
		88  WS-LOAN-FOUND	VALUE "Y".
	01  WS-CCY-COUNT		PIC S9(4) COMP-5 VALUE 0.
		OPEN INPUT LOAN-MASTER-FILE
		PERFORM 1000-BUCKET-INFLOWS
		PERFORM 2000-BUCKET-OUTFLOWS
		PERFORM 2500-BUCKET-MM-DEALS
		CLOSE LOAN-MASTER-FILE
		PERFORM 3000-RESOLVE-REGIONS
		PERFORM 4000-WRITE-GAP-REPORT
					(WS-CCY-IDX WS-BAND)
			END-IF
		END-IF.
      *
	2500-BUCKET-MM-DEALS.
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT MM-DEAL-FILE
		IF WS-MMDEAL-STATUS NOT = "00"
			SET WS-EOF TO TRUE
		END-IF
		PERFORM 2600-READ-MM-DEAL UNTIL WS-EOF
		CLOSE MM-DEAL-FILE.
      *
	2600-READ-MM-DEAL.
		READ MM-DEAL-FILE NEXT RECORD
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				IF MMDEAL-ACTIVE
					PERFORM 2700-BUCKET-MM-DEAL
				END-IF
		END-READ.
      *
	2700-BUCKET-MM-DEAL.
		MOVE MMDEAL-MATURITY-DATE TO WS-DATE-NUM
		COMPUTE WS-DATE-INT =
			FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
		COMPUTE WS-DAYS-AHEAD = WS-DATE-INT - WS-TODAY-INT
		IF WS-DAYS-AHEAD >= ZERO
			PERFORM 8000-SET-BAND
			MOVE MMDEAL-VALUE-DATE TO WS-DATE-NUM
			COMPUTE WS-VALUE-INT =
				FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
			COMPUTE WS-TERM-DAYS =
				WS-DATE-INT - WS-VALUE-INT
			CALL "DAYCNT1" USING MMDEAL-DAYCOUNT-BASIS
				MMDEAL-INTEREST-RATE WS-DAILY-RATE
				WS-MONTHLY-RATE
			COMPUTE WS-WORK-AMOUNT ROUNDED =
				MMDEAL-PRINCIPAL
				+ MMDEAL-PRINCIPAL * WS-DAILY-RATE
				* WS-TERM-DAYS
			MOVE MMDEAL-CURRENCY-CODE TO WS-WORK-CURRENCY
			PERFORM 8100-FIND-CCY-SLOT
			IF WS-SLOT-OK
				IF MMDEAL-PLACEMENT
					ADD WS-WORK-AMOUNT
						TO WS-CCY-INFLOW
						(WS-CCY-IDX WS-BAND)
				ELSE
					ADD WS-WORK-AMOUNT
						TO WS-CCY-OUTFLOW
						(WS-CCY-IDX WS-BAND)
				END-IF
			END-IF
		END-IF.
      *
	3000-RESOLVE-REGIONS.
		MOVE "N" TO WS-EOF-FLAG
