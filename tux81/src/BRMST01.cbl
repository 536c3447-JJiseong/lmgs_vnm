      *  (TPINFDEF) as maker; BRMSTR itself is only written by
      *  APPRMNT1 once a different user approves.  INQUIRE still
      *  reads the live file directly.
      *
      *  A branch merger is scheduled the same way: the branch
      *  taking over the book and the business date of the move
      *  ride on the proposal, and BRMGBT1 carries it out.  The
      *  merger status is never keyed - a proposal keeps the live
      *  row's status, so an approved edit cannot re-open a
      *  completed merger.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BRMST01.
			TO BRM-LMID OF BRANCH-MASTER-RECORD
		READ BRANCH-MASTER-FILE
			INVALID KEY
				MOVE SPACES TO BRM-MERGE-STATUS
					OF BRANCH-MASTER-RECORD
				PERFORM 4000-PARK-PROPOSAL
			NOT INVALID KEY
				MOVE 9030 TO APPL-CODE
		MOVE BRM-DISB-LIMIT OF BRANCH-MASTER-RECORD
			TO BRMSTD-DISB-LIMIT
		MOVE BRM-CASH-LIMIT OF BRANCH-MASTER-RECORD
			TO BRMSTD-CASH-LIMIT
		MOVE BRM-MERGE-INTO-BRANCH OF BRANCH-MASTER-RECORD
			TO BRMSTD-MERGE-INTO-BRANCH
		MOVE BRM-MERGE-DATE OF BRANCH-MASTER-RECORD
			TO BRMSTD-MERGE-DATE
		MOVE BRM-MERGE-STATUS OF BRANCH-MASTER-RECORD
			TO BRMSTD-MERGE-STATUS.
      *
	3000-UPDATE-BRANCH.
		MOVE BRMSTD-LMID
			TO BRM-DISB-LIMIT OF WS-PROPOSED-RECORD
		MOVE BRMSTD-CASH-LIMIT
			TO BRM-CASH-LIMIT OF WS-PROPOSED-RECORD
		MOVE BRMSTD-MERGE-INTO-BRANCH
			TO BRM-MERGE-INTO-BRANCH OF WS-PROPOSED-RECORD
		MOVE BRMSTD-MERGE-DATE
			TO BRM-MERGE-DATE OF WS-PROPOSED-RECORD
		MOVE BRM-MERGE-STATUS OF BRANCH-MASTER-RECORD
			TO BRM-MERGE-STATUS OF WS-PROPOSED-RECORD
		MOVE "BRMSTR" TO WS-PNDCHG-TARGET
		MOVE SPACES TO WS-PNDCHG-KEY-VALUE
		MOVE BRMSTD-LMID TO WS-PNDCHG-KEY-VALUE
