      *  audit-trail row are names USRSECR owns.  Only on approval
      *  is the proposed image applied to
      *  the master file (FXRATER, BASRATR, COACTR, USRSECR,
      *  GRPENTR, BRMSTR, DDHOLDR, RATEBDR, CUSTMSTR, RELPTYR,
      *  BRHROVR, ESTCASR, CRLCLMR, BRBUDR, RSKWTR, ECLPARR,
      *  SODRULR, LNDOCR, PTXLIMR, FWVLIMR, SWEEPR, MORPGMR,
      *  MMCPLMR, RELOFR, RELOFBR, PARMR, CLPTNRR, SECLIMR,
      *  SECOVRR, COLCSTR, COLCLGR, TELLIMR, STRSCNR, PIIPOLR
      *  or FTPRATR),
      *  an audit-trail row
      *  is written carrying the maker as the old value and the
      *  checker as the new one, and an
      *  approved FXRATER change is broadcast to every branch via
      *  BCTAUD01 with TPTIME set, exactly as FXRTMNT1 used to do at
      *  save time before rates went through dual control.
      *
      *  A proposal parked with a segregation-of-duties waiver
      *  (SODWVRR, written by SODWVW1 from GRPENTMT1 or USRSECMT1)
      *  has the checker's decision stamped on the waiver as well
      *  as on the pending change, and an approved waiver writes
      *  its own audit-trail row carrying the conflicting pair and
      *  the maker's reason.
      *
      *  An LNDOCR proposal is a loan-document waiver keyed at
      *  LNAPPMT1: approving it marks the checklist row waived with
      *  the checker stamped as the waiver's approver, which is what
      *  lets the application past DOCCHK1 to approval and funding
      *  without the paper.
      *
      *  An FWVREQR proposal is a fee waiver or refund keyed at
      *  FWVRMNT1.  The checker's group must hold a waiver limit on
      *  FWVLIMR at least the amount given back - no row is no
      *  authority - and approving it posts the money back through
      *  FWVPST1; a posting the core refuses leaves the proposal
      *  pending with its APPL-CODE shown.
      *
      *  An MORLNR proposal is the credit officer's approve/reject
      *  on a loan MORSBT1 put on a moratorium program's review list
      *  (keyed at MORREV1).  Approving it stamps the decision and
      *  the checker on the list row, which must still be pending;
      *  MORABT1 then moves the schedule of every approved loan.
      *
      *  A RELOFR proposal is a relationship-officer assignment and
      *  a RELOFBR proposal a bulk reassignment of a departing
      *  officer's book, both keyed at RELOFMT1.  The checker is
      *  stamped on the row as its approver; an assignment row, once
      *  written, is history and is never overwritten, and a bulk
      *  request RELOFBT1 has already applied cannot be re-approved.
      *
      *  A PARMR proposal is a system parameter value keyed at
      *  PARMMNT1 with the date it takes effect.  The maker and the
      *  checker are stamped on the row.  A value whose effective
      *  date has passed by the time it is approved is refused - a
      *  value already in force, or one that would rewrite what a
      *  past day's run saw, is history and is never overwritten;
      *  the maker keys it again with a date still to come.
      *
      *  A CLPTNRR proposal is a collection partner's registration
      *  keyed at CLPTMNT1 - above all the settlement GL account its
      *  payments are posted against.  The last intake date on the
      *  row is kept as the intake batch left it.
      *
      *  A SECLIMR proposal is an economic-sector concentration
      *  limit keyed at SECLMNT1.  A SECOVRR proposal is head
      *  office's override letting one loan application past its
      *  sector's limit, keyed at SECOVMT1: approving it re-runs the
      *  sector check (SECLCK1) for the customer and amount and
      *  stamps the sector, its total with the loan and the limit on
      *  the override row with the checker and the business date.
      *  An override the check finds is not needed - the sector is
      *  within its limit - is not applied and stays pending.
      *
      *  A COLCSTR proposal lodges a collateral item's title
      *  document on the safe-custody register, or re-files one,
      *  keyed at COLCMNT1; a re-filing takes only the document
      *  type, reference and vault location and keeps the row's
      *  custody history, and is refused while the document is
      *  checked out.  A COLCLGR proposal is a check-out or
      *  check-in of the document: it is refused unless the
      *  document is still in the vault (check-out) or still out
      *  (check-in), and applying it numbers the movement on the
      *  custody log (COLCLGR) with the business date and the
      *  checker and moves the register row in or out of the vault.
      *
      *  A TELLIMR proposal is a teller cash limit keyed at
      *  TLLMMNT1 - the cash-in and cash-out amounts above which a
      *  counter transaction needs a supervisor's override, and the
      *  rank that decides who may give one.
      *
      *  A STRSCNR proposal is one shock of a stress-test scenario
      *  keyed at STRSMNT1 - a rate shift, a currency depreciation
      *  or a bucket migration the STRSBT1 run applies to the book.
      *
      *  A PIIPOLR proposal is a personal-data masking policy row
      *  keyed at PIIPMNT1 - whether one personal field leaves the
      *  bank in clear, masked or tokenised on one extract, applied
      *  by PIIMSK1 in every extract writer.
      *
      *  An FTPRATR proposal is a funds-transfer-pricing rate keyed
      *  at FTPRMNT1 - the annual rate for one product and tenor
      *  band that the customer profitability report charges a
      *  loan or credits a deposit for its funds.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. APPRMNT1.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BASRT-KEY
			FILE STATUS IS WS-BASRT-STATUS.
		SELECT ESTATE-CASE-FILE ASSIGN TO "ESTCASR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ESTC-CUSTOMER-NO
			FILE STATUS IS WS-ESTC-STATUS.
		SELECT CLAIM-FILE ASSIGN TO "CRLCLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CRLCLM-ACCOUNT-NO
			FILE STATUS IS WS-CRLCLM-STATUS.
		SELECT BUDGET-FILE ASSIGN TO "BRBUDR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BRBUD-KEY
			FILE STATUS IS WS-BRBUD-STATUS.
		SELECT RISK-WEIGHT-FILE ASSIGN TO "RSKWTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RSKWT-KEY
			FILE STATUS IS WS-RSKWT-STATUS.
		SELECT ECL-PARAMETER-FILE ASSIGN TO "ECLPARR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ECLP-KEY
			FILE STATUS IS WS-ECLP-STATUS.
		SELECT SOD-RULE-FILE ASSIGN TO "SODRULR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SODRUL-KEY
			FILE STATUS IS WS-SODRUL-STATUS.
		SELECT SOD-WAIVER-FILE ASSIGN TO "SODWVRR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SODWVR-KEY
			FILE STATUS IS WS-SODWVR-STATUS.
		SELECT LOAN-DOC-FILE ASSIGN TO "LNDOCR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNDOC-KEY
			FILE STATUS IS WS-LNDOC-STATUS.
		SELECT PORTAL-LIMIT-FILE ASSIGN TO "PTXLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PTXLIM-CUSTOMER-NO
			FILE STATUS IS WS-PTXLIM-STATUS.
		SELECT WAIVER-LIMIT-FILE ASSIGN TO "FWVLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FWVLIM-GRPNAME
			FILE STATUS IS WS-FWVLIM-STATUS.
		SELECT SWEEP-FILE ASSIGN TO "SWEEPR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SWEEP-ACCOUNT-NO
			FILE STATUS IS WS-SWEEP-STATUS.
		SELECT MORAT-PROGRAM-FILE ASSIGN TO "MORPGMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORPGM-CODE
			FILE STATUS IS WS-MORPGM-STATUS.
		SELECT MORAT-LOAN-FILE ASSIGN TO "MORLNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MORLN-KEY
			FILE STATUS IS WS-MORLN-STATUS.
		SELECT COUNTERPARTY-FILE ASSIGN TO "MMCPLMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MMCPL-BANK-CODE
			FILE STATUS IS WS-MMCPL-STATUS.
		SELECT OFFICER-ASSIGN-FILE ASSIGN TO "RELOFR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELOF-KEY
			FILE STATUS IS WS-RELOF-STATUS.
		SELECT OFFICER-BULK-FILE ASSIGN TO "RELOFBR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RELOFB-KEY
			FILE STATUS IS WS-RELOFB-STATUS.
		SELECT COLL-PARTNER-FILE ASSIGN TO "CLPTNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CLPTNR-PARTNER-CODE
			FILE STATUS IS WS-CLPTNR-STATUS.
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
		SELECT CUSTODY-FILE ASSIGN TO "COLCSTR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLCST-COLLATERAL-ID
			FILE STATUS IS WS-COLCST-STATUS.
		SELECT CUSTODY-LOG-FILE ASSIGN TO "COLCLGR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS COLCLG-KEY
			FILE STATUS IS WS-COLCLG-STATUS.
		SELECT TELLER-LIMIT-FILE ASSIGN TO "TELLIMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TELLIM-KEY
			FILE STATUS IS WS-TELLIM-STATUS.
		SELECT STRESS-SCENARIO-FILE ASSIGN TO "STRSCNR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS STRS-KEY
			FILE STATUS IS WS-STRS-STATUS.
		SELECT PII-POLICY-FILE ASSIGN TO "PIIPOLR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PIIPOL-KEY
			FILE STATUS IS WS-PIIPOL-STATUS.
		SELECT FTP-RATE-FILE ASSIGN TO "FTPRATR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FTPR-KEY
			FILE STATUS IS WS-FTPR-STATUS.
		SELECT PARAMETER-FILE ASSIGN TO "PARMR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PARM-KEY
			FILE STATUS IS WS-PARM-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-AUDTRL-STATUS.
	FD  BASE-RATE-FILE.
	01  BASE-RATE-RECORD.
		COPY BASRATR.
	FD  ESTATE-CASE-FILE.
	01  ESTATE-CASE-RECORD.
		COPY ESTCASR.
	FD  CLAIM-FILE.
	01  CLAIM-RECORD.
		COPY CRLCLMR.
	FD  BUDGET-FILE.
	01  BUDGET-RECORD.
		COPY BRBUDR.
	FD  RISK-WEIGHT-FILE.
	01  RISK-WEIGHT-RECORD.
		COPY RSKWTR.
	FD  ECL-PARAMETER-FILE.
	01  ECL-PARAMETER-RECORD.
		COPY ECLPARR.
	FD  SOD-RULE-FILE.
	01  SOD-RULE-RECORD.
		COPY SODRULR.
	FD  SOD-WAIVER-FILE.
	01  SOD-WAIVER-RECORD.
		COPY SODWVRR.
	FD  LOAN-DOC-FILE.
	01  LOAN-DOC-RECORD.
		COPY LNDOCR.
	FD  PORTAL-LIMIT-FILE.
	01  PORTAL-LIMIT-RECORD.
		COPY PTXLIMR.
	FD  WAIVER-LIMIT-FILE.
	01  WAIVER-LIMIT-RECORD.
		COPY FWVLIMR.
	FD  SWEEP-FILE.
	01  SWEEP-RECORD.
		COPY SWEEPR.
	FD  MORAT-PROGRAM-FILE.
	01  MORAT-PROGRAM-RECORD.
		COPY MORPGMR.
	FD  MORAT-LOAN-FILE.
	01  MORAT-LOAN-RECORD.
		COPY MORLNR.
	FD  COUNTERPARTY-FILE.
	01  COUNTERPARTY-RECORD.
		COPY MMCPLMR.
	FD  OFFICER-ASSIGN-FILE.
	01  OFFICER-ASSIGN-RECORD.
		COPY RELOFR.
	FD  OFFICER-BULK-FILE.
	01  OFFICER-BULK-RECORD.
		COPY RELOFBR.
	FD  COLL-PARTNER-FILE.
	01  COLL-PARTNER-RECORD.
		COPY CLPTNRR.
	FD  SECTOR-LIMIT-FILE.
	01  SECTOR-LIMIT-RECORD.
		COPY SECLIMR.
	FD  SECTOR-OVERRIDE-FILE.
	01  SECTOR-OVERRIDE-RECORD.
		COPY SECOVRR.
	FD  CUSTODY-FILE.
	01  CUSTODY-RECORD.
		COPY COLCSTR.
	FD  CUSTODY-LOG-FILE.
	01  CUSTODY-LOG-RECORD.
		COPY COLCLGR.
	FD  TELLER-LIMIT-FILE.
	01  TELLER-LIMIT-RECORD.
		COPY TELLIMR.
	FD  STRESS-SCENARIO-FILE.
	01  STRESS-SCENARIO-RECORD.
		COPY STRSCNR.
	FD  PII-POLICY-FILE.
	01  PII-POLICY-RECORD.
		COPY PIIPOLR.
	FD  FTP-RATE-FILE.
	01  FTP-RATE-RECORD.
		COPY FTPRATR.
	FD  PARAMETER-FILE.
	01  PARAMETER-RECORD.
		COPY PARMR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
	01  WS-RATEBD-STATUS		PIC XX.
	01  WS-DDHOLD-STATUS		PIC XX.
	01  WS-BASRT-STATUS		PIC XX.
	01  WS-ESTC-STATUS		PIC XX.
	01  WS-CRLCLM-STATUS		PIC XX.
	01  WS-BRBUD-STATUS		PIC XX.
	01  WS-RSKWT-STATUS		PIC XX.
	01  WS-ECLP-STATUS		PIC XX.
	01  WS-SODRUL-STATUS		PIC XX.
	01  WS-SODWVR-STATUS		PIC XX.
	01  WS-LNDOC-STATUS		PIC XX.
	01  WS-PTXLIM-STATUS		PIC XX.
	01  WS-FWVLIM-STATUS		PIC XX.
	01  WS-SWEEP-STATUS		PIC XX.
	01  WS-MORPGM-STATUS		PIC XX.
	01  WS-MORLN-STATUS		PIC XX.
	01  WS-MMCPL-STATUS		PIC XX.
	01  WS-RELOF-STATUS		PIC XX.
	01  WS-RELOFB-STATUS		PIC XX.
	01  WS-PARM-STATUS		PIC XX.
	01  WS-CLPTNR-STATUS		PIC XX.
	01  WS-CLPTNR-INTAKE-DATE	PIC X(8).
	01  WS-SECLIM-STATUS		PIC XX.
	01  WS-SECOV-STATUS		PIC XX.
	01  WS-SECTOR-RESULT		PIC X.
		88  WS-SECTOR-OVER	VALUE "L".
	01  WS-COLCST-STATUS		PIC XX.
	01  WS-COLCLG-STATUS		PIC XX.
	01  WS-TELLIM-STATUS		PIC XX.
	01  WS-STRS-STATUS		PIC XX.
	01  WS-PIIPOL-STATUS		PIC XX.
	01  WS-FTPR-STATUS		PIC XX.
	01  WS-CUSTODY-KEPT.
		05  WS-CUSTODY-LODGED-DATE	PIC X(8).
		05  WS-CUSTODY-STATUS	PIC X.
		05  WS-CUSTODY-HOLDER	PIC X(30).
		05  WS-CUSTODY-PURPOSE	PIC X(30).
		05  WS-CUSTODY-OUT-DATE	PIC X(8).
		05  WS-CUSTODY-DUE-BACK	PIC X(8).
		05  WS-CUSTODY-LAST-SEQ	PIC 9(5).
	01  WS-AUDTRL-STATUS		PIC XX.
	01  WS-BUSINESS-DATE		PIC X(8).
	01  WS-BUSDATE-OPEN-FLAG	PIC X.
		88  WS-BUSDATE-OPEN	VALUE "Y".
		88  WS-BUSDATE-CLOSED	VALUE "N".
	01  WS-DONE-FLAG		PIC X VALUE "N".
		88  WS-DONE		VALUE "Y".
	01  WS-MSG			PIC X(20).
	01  WS-CHECKER-OK-FLAG		PIC X.
		88  WS-CHECKER-OK	VALUE "Y".
	01  WS-CHECKER-MSG		PIC X(20).
	01  WS-CHECKER-GROUP		PIC X(30).
	01  WS-FEE-WAIVER-REQUEST.
		COPY FWVREQR.
	01  WS-FWV-REFUND-TRANID	PIC S9(9) COMP-5.
	01  WS-FWV-RESULT-CODE		PIC S9(9) COMP-5.
	01  WS-FWV-RESULT-DISP		PIC 9(4).
	01  WS-MORAT-DECISION.
		COPY MORLNR.
	01  TPBCTDEF-REC.
		COPY TPBCTDEF.
	01  WS-BCT-MSG-TEXT		PIC X(60).
	1150-VALIDATE-CHECKER.
		MOVE "Y" TO WS-CHECKER-OK-FLAG
		MOVE SPACES TO WS-CHECKER-MSG
		MOVE SPACES TO WS-CHECKER-GROUP
		OPEN INPUT USER-SEC-FILE
		IF WS-USRSEC-STATUS = "00"
			MOVE WS-CHECKER-NAME TO USRSEC-USRNAME
		CLOSE USER-SEC-FILE.
      *
	1160-CHECK-LOCKED.
		MOVE USRSEC-GRPNAME TO WS-CHECKER-GROUP
		IF USRSEC-LOCKED
			MOVE "N" TO WS-CHECKER-OK-FLAG
			MOVE "CHECKER LOCKED" TO WS-CHECKER-MSG
				PERFORM 2590-APPLY-RELPARTY
			WHEN "BRHROVR"
				PERFORM 2595-APPLY-HOUR-OVERRIDE
			WHEN "ESTCASR"
				PERFORM 2597-APPLY-ESTATE-CASE
			WHEN "CRLCLMR"
				PERFORM 2598-APPLY-CREDIT-LIFE-CLAIM
			WHEN "BRBUDR"
				PERFORM 2599-APPLY-BRANCH-BUDGET
			WHEN "RSKWTR"
				PERFORM 2596-APPLY-RISK-WEIGHT
			WHEN "ECLPARR"
				PERFORM 2591-APPLY-ECL-PARAMETER
			WHEN "SODRULR"
				PERFORM 2592-APPLY-SOD-RULE
			WHEN "LNDOCR"
				PERFORM 2593-APPLY-DOC-WAIVER
			WHEN "PTXLIMR"
				PERFORM 2585-APPLY-PORTAL-LIMIT
			WHEN "FWVREQR"
				PERFORM 2581-APPLY-FEE-WAIVER
			WHEN "FWVLIMR"
				PERFORM 2583-APPLY-WAIVER-LIMIT
			WHEN "SWEEPR"
				PERFORM 2586-APPLY-SWEEP
			WHEN "MORPGMR"
				PERFORM 2587-APPLY-MORAT-PROGRAM
			WHEN "MORLNR"
				PERFORM 2588-APPLY-MORAT-DECISION
			WHEN "MMCPLMR"
				PERFORM 2510-APPLY-MM-COUNTERPARTY
			WHEN "RELOFR"
				PERFORM 2520-APPLY-OFFICER-ASSIGN
			WHEN "RELOFBR"
				PERFORM 2530-APPLY-OFFICER-BULK
			WHEN "PARMR"
				PERFORM 2540-APPLY-PARAMETER
			WHEN "CLPTNRR"
				PERFORM 2535-APPLY-COLL-PARTNER
			WHEN "SECLIMR"
				PERFORM 2536-APPLY-SECTOR-LIMIT
			WHEN "SECOVRR"
				PERFORM 2537-APPLY-SECTOR-OVERRIDE
			WHEN "COLCSTR"
				PERFORM 2539-APPLY-CUSTODY-LODGE
			WHEN "COLCLGR"
				PERFORM 2542-APPLY-CUSTODY-MOVE
			WHEN "TELLIMR"
				PERFORM 2546-APPLY-TELLER-LIMIT
			WHEN "STRSCNR"
				PERFORM 2547-APPLY-STRESS-SHOCK
			WHEN "PIIPOLR"
				PERFORM 2548-APPLY-PII-POLICY
			WHEN "FTPRATR"
				PERFORM 2549-APPLY-FTP-RATE
			WHEN OTHER
				MOVE "UNKNOWN TARGET" TO WS-MSG
		END-EVALUATE
				REWRITE BRANCH-MASTER-RECORD
		END-READ
		CLOSE BRANCH-MASTER-FILE.
      *
	2510-APPLY-MM-COUNTERPARTY.
		OPEN I-O COUNTERPARTY-FILE
		IF WS-MMCPL-STATUS NOT = "00"
			CLOSE COUNTERPARTY-FILE
			OPEN OUTPUT COUNTERPARTY-FILE
			CLOSE COUNTERPARTY-FILE
			OPEN I-O COUNTERPARTY-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO COUNTERPARTY-RECORD
		READ COUNTERPARTY-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO COUNTERPARTY-RECORD
				WRITE COUNTERPARTY-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO COUNTERPARTY-RECORD
				REWRITE COUNTERPARTY-RECORD
		END-READ
		CLOSE COUNTERPARTY-FILE.
      *
	2520-APPLY-OFFICER-ASSIGN.
		OPEN I-O OFFICER-ASSIGN-FILE
		IF WS-RELOF-STATUS NOT = "00"
			CLOSE OFFICER-ASSIGN-FILE
			OPEN OUTPUT OFFICER-ASSIGN-FILE
			CLOSE OFFICER-ASSIGN-FILE
			OPEN I-O OFFICER-ASSIGN-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO OFFICER-ASSIGN-RECORD
		READ OFFICER-ASSIGN-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO OFFICER-ASSIGN-RECORD
				MOVE WS-CHECKER-NAME
					TO RELOF-APPROVED-BY
				WRITE OFFICER-ASSIGN-RECORD
			NOT INVALID KEY
				MOVE "ASSIGNMENT EXISTS" TO WS-MSG
		END-READ
		CLOSE OFFICER-ASSIGN-FILE.
      *
	2530-APPLY-OFFICER-BULK.
		OPEN I-O OFFICER-BULK-FILE
		IF WS-RELOFB-STATUS NOT = "00"
			CLOSE OFFICER-BULK-FILE
			OPEN OUTPUT OFFICER-BULK-FILE
			CLOSE OFFICER-BULK-FILE
			OPEN I-O OFFICER-BULK-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO OFFICER-BULK-RECORD
		READ OFFICER-BULK-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO OFFICER-BULK-RECORD
				MOVE WS-CHECKER-NAME
					TO RELOFB-APPROVED-BY
				WRITE OFFICER-BULK-RECORD
			NOT INVALID KEY
				PERFORM 2535-REPLACE-OFFICER-BULK
		END-READ
		CLOSE OFFICER-BULK-FILE.
      *
	2535-REPLACE-OFFICER-BULK.
		IF RELOFB-APPLIED
			MOVE "ALREADY APPLIED" TO WS-MSG
		ELSE
			MOVE PNDCHG-RECORD-IMAGE TO OFFICER-BULK-RECORD
			MOVE WS-CHECKER-NAME TO RELOFB-APPROVED-BY
			REWRITE OFFICER-BULK-RECORD
		END-IF.
      *
      *  The last intake date belongs to the intake batch, not to
      *  the proposal, and is carried over from the row on file.
	2535-APPLY-COLL-PARTNER.
		OPEN I-O COLL-PARTNER-FILE
		IF WS-CLPTNR-STATUS NOT = "00"
			CLOSE COLL-PARTNER-FILE
			OPEN OUTPUT COLL-PARTNER-FILE
			CLOSE COLL-PARTNER-FILE
			OPEN I-O COLL-PARTNER-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO COLL-PARTNER-RECORD
		READ COLL-PARTNER-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO COLL-PARTNER-RECORD
				MOVE SPACES TO CLPTNR-LAST-INTAKE-DATE
				WRITE COLL-PARTNER-RECORD
			NOT INVALID KEY
				MOVE CLPTNR-LAST-INTAKE-DATE
					TO WS-CLPTNR-INTAKE-DATE
				MOVE PNDCHG-RECORD-IMAGE
					TO COLL-PARTNER-RECORD
				MOVE WS-CLPTNR-INTAKE-DATE
					TO CLPTNR-LAST-INTAKE-DATE
				REWRITE COLL-PARTNER-RECORD
		END-READ
		CLOSE COLL-PARTNER-FILE.
      *
	2536-APPLY-SECTOR-LIMIT.
		OPEN I-O SECTOR-LIMIT-FILE
		IF WS-SECLIM-STATUS NOT = "00"
			CLOSE SECTOR-LIMIT-FILE
			OPEN OUTPUT SECTOR-LIMIT-FILE
			CLOSE SECTOR-LIMIT-FILE
			OPEN I-O SECTOR-LIMIT-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO SECTOR-LIMIT-RECORD
		READ SECTOR-LIMIT-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SECTOR-LIMIT-RECORD
				WRITE SECTOR-LIMIT-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SECTOR-LIMIT-RECORD
				REWRITE SECTOR-LIMIT-RECORD
		END-READ
		CLOSE SECTOR-LIMIT-FILE.
      *
	2537-APPLY-SECTOR-OVERRIDE.
		MOVE PNDCHG-RECORD-IMAGE TO SECTOR-OVERRIDE-RECORD
		CALL "SECLCK1" USING SECOV-CUSTOMER-NO SECOV-AMOUNT
			SECOV-SECTOR-CODE SECOV-SECTOR-EXPOSURE
			SECOV-LIMIT-AMOUNT WS-SECTOR-RESULT
		IF WS-SECTOR-OVER
			PERFORM 2538-WRITE-SECTOR-OVERRIDE
		ELSE
			MOVE "SECTOR WITHIN LIMIT" TO WS-MSG
		END-IF.
      *
	2538-WRITE-SECTOR-OVERRIDE.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE WS-CHECKER-NAME TO SECOV-APPROVED-BY
		MOVE WS-BUSINESS-DATE TO SECOV-APPROVED-DATE
		OPEN I-O SECTOR-OVERRIDE-FILE
		IF WS-SECOV-STATUS NOT = "00"
			CLOSE SECTOR-OVERRIDE-FILE
			OPEN OUTPUT SECTOR-OVERRIDE-FILE
			CLOSE SECTOR-OVERRIDE-FILE
			OPEN I-O SECTOR-OVERRIDE-FILE
		END-IF
		WRITE SECTOR-OVERRIDE-RECORD
			INVALID KEY
				REWRITE SECTOR-OVERRIDE-RECORD
		END-WRITE
		CLOSE SECTOR-OVERRIDE-FILE.
      *
	2539-APPLY-CUSTODY-LODGE.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		OPEN I-O CUSTODY-FILE
		IF WS-COLCST-STATUS NOT = "00"
			CLOSE CUSTODY-FILE
			OPEN OUTPUT CUSTODY-FILE
			CLOSE CUSTODY-FILE
			OPEN I-O CUSTODY-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO CUSTODY-RECORD
		READ CUSTODY-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO CUSTODY-RECORD
				MOVE WS-BUSINESS-DATE
					TO COLCST-LODGED-DATE
				MOVE WS-CHECKER-NAME
					TO COLCST-APPROVED-BY
				WRITE CUSTODY-RECORD
			NOT INVALID KEY
				PERFORM 2541-REFILE-CUSTODY
		END-READ
		CLOSE CUSTODY-FILE.
      *
	2541-REFILE-CUSTODY.
		IF COLCST-CHECKED-OUT
			MOVE "DOCUMENT CHECKED OUT" TO WS-MSG
		ELSE
			MOVE COLCST-LODGED-DATE
				TO WS-CUSTODY-LODGED-DATE
			MOVE COLCST-CUSTODY-STATUS TO WS-CUSTODY-STATUS
			MOVE COLCST-HOLDER TO WS-CUSTODY-HOLDER
			MOVE COLCST-PURPOSE TO WS-CUSTODY-PURPOSE
			MOVE COLCST-OUT-DATE TO WS-CUSTODY-OUT-DATE
			MOVE COLCST-DUE-BACK-DATE TO WS-CUSTODY-DUE-BACK
			MOVE COLCST-LAST-SEQ TO WS-CUSTODY-LAST-SEQ
			MOVE PNDCHG-RECORD-IMAGE TO CUSTODY-RECORD
			MOVE WS-CUSTODY-LODGED-DATE
				TO COLCST-LODGED-DATE
			MOVE WS-CUSTODY-STATUS TO COLCST-CUSTODY-STATUS
			MOVE WS-CUSTODY-HOLDER TO COLCST-HOLDER
			MOVE WS-CUSTODY-PURPOSE TO COLCST-PURPOSE
			MOVE WS-CUSTODY-OUT-DATE TO COLCST-OUT-DATE
			MOVE WS-CUSTODY-DUE-BACK TO COLCST-DUE-BACK-DATE
			MOVE WS-CUSTODY-LAST-SEQ TO COLCST-LAST-SEQ
			MOVE WS-CHECKER-NAME TO COLCST-APPROVED-BY
			REWRITE CUSTODY-RECORD
		END-IF.
      *
	2542-APPLY-CUSTODY-MOVE.
		MOVE PNDCHG-RECORD-IMAGE TO CUSTODY-LOG-RECORD
		OPEN I-O CUSTODY-FILE
		IF WS-COLCST-STATUS NOT = "00"
			MOVE "DOCUMENT NOT LODGED" TO WS-MSG
		ELSE
			MOVE COLCLG-COLLATERAL-ID
				TO COLCST-COLLATERAL-ID
			READ CUSTODY-FILE
				INVALID KEY
					MOVE "DOCUMENT NOT LODGED"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 2543-CHECK-CUSTODY-MOVE
			END-READ
		END-IF
		CLOSE CUSTODY-FILE.
      *
	2543-CHECK-CUSTODY-MOVE.
		EVALUATE TRUE
			WHEN COLCLG-CHECK-OUT AND NOT COLCST-IN-VAULT
				MOVE "NOT IN VAULT" TO WS-MSG
			WHEN COLCLG-CHECK-IN AND NOT COLCST-CHECKED-OUT
				MOVE "NOT CHECKED OUT" TO WS-MSG
			WHEN OTHER
				PERFORM 2544-WRITE-CUSTODY-MOVE
		END-EVALUATE.
      *
	2544-WRITE-CUSTODY-MOVE.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		ADD 1 TO COLCST-LAST-SEQ
		MOVE COLCST-LAST-SEQ TO COLCLG-SEQ-NO
		MOVE WS-BUSINESS-DATE TO COLCLG-MOVEMENT-DATE
		MOVE WS-CHECKER-NAME TO COLCLG-APPROVED-BY
		OPEN I-O CUSTODY-LOG-FILE
		IF WS-COLCLG-STATUS NOT = "00"
			CLOSE CUSTODY-LOG-FILE
			OPEN OUTPUT CUSTODY-LOG-FILE
			CLOSE CUSTODY-LOG-FILE
			OPEN I-O CUSTODY-LOG-FILE
		END-IF
		WRITE CUSTODY-LOG-RECORD
		CLOSE CUSTODY-LOG-FILE
		IF COLCLG-CHECK-OUT
			SET COLCST-CHECKED-OUT TO TRUE
			MOVE COLCLG-HOLDER TO COLCST-HOLDER
			MOVE COLCLG-PURPOSE TO COLCST-PURPOSE
			MOVE WS-BUSINESS-DATE TO COLCST-OUT-DATE
			MOVE COLCLG-DUE-BACK-DATE
				TO COLCST-DUE-BACK-DATE
		ELSE
			SET COLCST-IN-VAULT TO TRUE
			MOVE SPACES TO COLCST-HOLDER
			MOVE SPACES TO COLCST-PURPOSE
			MOVE SPACES TO COLCST-OUT-DATE
			MOVE SPACES TO COLCST-DUE-BACK-DATE
		END-IF
		MOVE WS-CHECKER-NAME TO COLCST-APPROVED-BY
		REWRITE CUSTODY-RECORD.
      *
	2546-APPLY-TELLER-LIMIT.
		OPEN I-O TELLER-LIMIT-FILE
		IF WS-TELLIM-STATUS NOT = "00"
			CLOSE TELLER-LIMIT-FILE
			OPEN OUTPUT TELLER-LIMIT-FILE
			CLOSE TELLER-LIMIT-FILE
			OPEN I-O TELLER-LIMIT-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO TELLER-LIMIT-RECORD
		READ TELLER-LIMIT-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO TELLER-LIMIT-RECORD
				WRITE TELLER-LIMIT-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO TELLER-LIMIT-RECORD
				REWRITE TELLER-LIMIT-RECORD
		END-READ
		CLOSE TELLER-LIMIT-FILE.
      *
	2547-APPLY-STRESS-SHOCK.
		OPEN I-O STRESS-SCENARIO-FILE
		IF WS-STRS-STATUS NOT = "00"
			CLOSE STRESS-SCENARIO-FILE
			OPEN OUTPUT STRESS-SCENARIO-FILE
			CLOSE STRESS-SCENARIO-FILE
			OPEN I-O STRESS-SCENARIO-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO STRESS-SCENARIO-RECORD
		READ STRESS-SCENARIO-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO STRESS-SCENARIO-RECORD
				WRITE STRESS-SCENARIO-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO STRESS-SCENARIO-RECORD
				REWRITE STRESS-SCENARIO-RECORD
		END-READ
		CLOSE STRESS-SCENARIO-FILE.
      *
	2548-APPLY-PII-POLICY.
		OPEN I-O PII-POLICY-FILE
		IF WS-PIIPOL-STATUS NOT = "00"
			CLOSE PII-POLICY-FILE
			OPEN OUTPUT PII-POLICY-FILE
			CLOSE PII-POLICY-FILE
			OPEN I-O PII-POLICY-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO PII-POLICY-RECORD
		READ PII-POLICY-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PII-POLICY-RECORD
				WRITE PII-POLICY-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PII-POLICY-RECORD
				REWRITE PII-POLICY-RECORD
		END-READ
		CLOSE PII-POLICY-FILE.
      *
	2549-APPLY-FTP-RATE.
		OPEN I-O FTP-RATE-FILE
		IF WS-FTPR-STATUS NOT = "00"
			CLOSE FTP-RATE-FILE
			OPEN OUTPUT FTP-RATE-FILE
			CLOSE FTP-RATE-FILE
			OPEN I-O FTP-RATE-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO FTP-RATE-RECORD
		READ FTP-RATE-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO FTP-RATE-RECORD
				WRITE FTP-RATE-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO FTP-RATE-RECORD
				REWRITE FTP-RATE-RECORD
		END-READ
		CLOSE FTP-RATE-FILE.
      *
	2540-APPLY-PARAMETER.
		CALL "SYSDTLK1" USING WS-BUSINESS-DATE
			WS-BUSDATE-OPEN-FLAG
		MOVE PNDCHG-RECORD-IMAGE TO PARAMETER-RECORD
		IF PARM-EFFECTIVE-DATE < WS-BUSINESS-DATE
			MOVE "EFFECTIVE DATE PAST" TO WS-MSG
		ELSE
			PERFORM 2545-WRITE-PARAMETER
		END-IF.
      *
	2545-WRITE-PARAMETER.
		OPEN I-O PARAMETER-FILE
		IF WS-PARM-STATUS NOT = "00"
			CLOSE PARAMETER-FILE
			OPEN OUTPUT PARAMETER-FILE
			CLOSE PARAMETER-FILE
			OPEN I-O PARAMETER-FILE
		END-IF
		READ PARAMETER-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PARAMETER-RECORD
				MOVE WS-CHECKER-NAME TO PARM-APPROVED-BY
				WRITE PARAMETER-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PARAMETER-RECORD
				MOVE WS-CHECKER-NAME TO PARM-APPROVED-BY
				REWRITE PARAMETER-RECORD
		END-READ
		CLOSE PARAMETER-FILE.
      *
	2550-APPLY-BASRATE.
		OPEN I-O BASE-RATE-FILE
				REWRITE RELATED-PARTY-RECORD
		END-READ
		CLOSE RELATED-PARTY-FILE.
      *
	2585-APPLY-PORTAL-LIMIT.
		OPEN I-O PORTAL-LIMIT-FILE
		IF WS-PTXLIM-STATUS NOT = "00"
			CLOSE PORTAL-LIMIT-FILE
			OPEN OUTPUT PORTAL-LIMIT-FILE
			CLOSE PORTAL-LIMIT-FILE
			OPEN I-O PORTAL-LIMIT-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO PORTAL-LIMIT-RECORD
		READ PORTAL-LIMIT-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PORTAL-LIMIT-RECORD
				WRITE PORTAL-LIMIT-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO PORTAL-LIMIT-RECORD
				REWRITE PORTAL-LIMIT-RECORD
		END-READ
		CLOSE PORTAL-LIMIT-FILE.
      *
      *  The waiver limit belongs to the checker's USRSECR group;
      *  within it the money goes back through the posting core,
      *  and a refusal there keeps the proposal pending.
	2581-APPLY-FEE-WAIVER.
		MOVE PNDCHG-RECORD-IMAGE TO WS-FEE-WAIVER-REQUEST
		PERFORM 2582-CHECK-WAIVER-LIMIT
		IF WS-MSG = SPACES
			CALL "FWVPST1" USING WS-FEE-WAIVER-REQUEST
				WS-CHECKER-NAME WS-FWV-REFUND-TRANID
				WS-FWV-RESULT-CODE
			IF WS-FWV-RESULT-CODE NOT = ZERO
				MOVE WS-FWV-RESULT-CODE
					TO WS-FWV-RESULT-DISP
				STRING "POST REFUSED "
					WS-FWV-RESULT-DISP
					DELIMITED BY SIZE INTO WS-MSG
			END-IF
		END-IF.
      *
	2582-CHECK-WAIVER-LIMIT.
		OPEN INPUT WAIVER-LIMIT-FILE
		IF WS-FWVLIM-STATUS NOT = "00"
			MOVE "NO WAIVER AUTHORITY" TO WS-MSG
		ELSE
			MOVE WS-CHECKER-GROUP TO FWVLIM-GRPNAME
			READ WAIVER-LIMIT-FILE
				INVALID KEY
					MOVE "NO WAIVER AUTHORITY"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 2584-COMPARE-LIMIT
			END-READ
		END-IF
		CLOSE WAIVER-LIMIT-FILE.
      *
	2584-COMPARE-LIMIT.
		IF FWVR-AMOUNT OF WS-FEE-WAIVER-REQUEST
			> FWVLIM-MAX-AMOUNT
			MOVE "OVER WAIVER LIMIT" TO WS-MSG
		END-IF.
      *
	2583-APPLY-WAIVER-LIMIT.
		OPEN I-O WAIVER-LIMIT-FILE
		IF WS-FWVLIM-STATUS NOT = "00"
			CLOSE WAIVER-LIMIT-FILE
			OPEN OUTPUT WAIVER-LIMIT-FILE
			CLOSE WAIVER-LIMIT-FILE
			OPEN I-O WAIVER-LIMIT-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO WAIVER-LIMIT-RECORD
		READ WAIVER-LIMIT-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO WAIVER-LIMIT-RECORD
				WRITE WAIVER-LIMIT-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO WAIVER-LIMIT-RECORD
				REWRITE WAIVER-LIMIT-RECORD
		END-READ
		CLOSE WAIVER-LIMIT-FILE.
      *
	2586-APPLY-SWEEP.
		OPEN I-O SWEEP-FILE
		IF WS-SWEEP-STATUS NOT = "00"
			CLOSE SWEEP-FILE
			OPEN OUTPUT SWEEP-FILE
			CLOSE SWEEP-FILE
			OPEN I-O SWEEP-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO SWEEP-RECORD
		READ SWEEP-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SWEEP-RECORD
				WRITE SWEEP-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SWEEP-RECORD
				REWRITE SWEEP-RECORD
		END-READ
		CLOSE SWEEP-FILE.
      *
	2587-APPLY-MORAT-PROGRAM.
		OPEN I-O MORAT-PROGRAM-FILE
		IF WS-MORPGM-STATUS NOT = "00"
			CLOSE MORAT-PROGRAM-FILE
			OPEN OUTPUT MORAT-PROGRAM-FILE
			CLOSE MORAT-PROGRAM-FILE
			OPEN I-O MORAT-PROGRAM-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO MORAT-PROGRAM-RECORD
		READ MORAT-PROGRAM-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO MORAT-PROGRAM-RECORD
				WRITE MORAT-PROGRAM-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO MORAT-PROGRAM-RECORD
				REWRITE MORAT-PROGRAM-RECORD
		END-READ
		CLOSE MORAT-PROGRAM-FILE.
      *
      *  Only the decision and the checker come off the proposal;
      *  the rest of the row stays as MORSBT1 selected it.
	2588-APPLY-MORAT-DECISION.
		MOVE PNDCHG-RECORD-IMAGE TO WS-MORAT-DECISION
		OPEN I-O MORAT-LOAN-FILE
		IF WS-MORLN-STATUS NOT = "00"
			MOVE "LOAN NOT ON LIST" TO WS-MSG
		ELSE
			MOVE MORLN-KEY OF WS-MORAT-DECISION
				TO MORLN-KEY OF MORAT-LOAN-RECORD
			READ MORAT-LOAN-FILE
				INVALID KEY
					MOVE "LOAN NOT ON LIST"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 2589-DECIDE-MORAT-LOAN
			END-READ
		END-IF
		CLOSE MORAT-LOAN-FILE.
      *
	2589-DECIDE-MORAT-LOAN.
		IF NOT MORLN-PENDING OF MORAT-LOAN-RECORD
			MOVE "ALREADY DECIDED" TO WS-MSG
		ELSE
			MOVE MORLN-STATUS-FLAG OF WS-MORAT-DECISION
				TO MORLN-STATUS-FLAG
				OF MORAT-LOAN-RECORD
			MOVE WS-CHECKER-NAME
				TO MORLN-DECIDED-BY OF MORAT-LOAN-RECORD
			REWRITE MORAT-LOAN-RECORD
		END-IF.
      *
	2591-APPLY-ECL-PARAMETER.
		OPEN I-O ECL-PARAMETER-FILE
		IF WS-ECLP-STATUS NOT = "00"
			CLOSE ECL-PARAMETER-FILE
			OPEN OUTPUT ECL-PARAMETER-FILE
			CLOSE ECL-PARAMETER-FILE
			OPEN I-O ECL-PARAMETER-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO ECL-PARAMETER-RECORD
		READ ECL-PARAMETER-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO ECL-PARAMETER-RECORD
				WRITE ECL-PARAMETER-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO ECL-PARAMETER-RECORD
				REWRITE ECL-PARAMETER-RECORD
		END-READ
		CLOSE ECL-PARAMETER-FILE.
      *
	2592-APPLY-SOD-RULE.
		OPEN I-O SOD-RULE-FILE
		IF WS-SODRUL-STATUS NOT = "00"
			CLOSE SOD-RULE-FILE
			OPEN OUTPUT SOD-RULE-FILE
			CLOSE SOD-RULE-FILE
			OPEN I-O SOD-RULE-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO SOD-RULE-RECORD
		READ SOD-RULE-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SOD-RULE-RECORD
				WRITE SOD-RULE-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO SOD-RULE-RECORD
				REWRITE SOD-RULE-RECORD
		END-READ
		CLOSE SOD-RULE-FILE.
      *
      *  The checklist row must still be on file - DOCCHK1 wrote it
      *  when the maker looked at the application - and the waiver
      *  lands with the checker as its approver.
	2593-APPLY-DOC-WAIVER.
		MOVE FUNCTION CURRENT-DATE TO WS-NOW
		OPEN I-O LOAN-DOC-FILE
		IF WS-LNDOC-STATUS NOT = "00"
			MOVE "DOCUMENT NOT ON FILE" TO WS-MSG
		ELSE
			MOVE PNDCHG-RECORD-IMAGE TO LOAN-DOC-RECORD
			READ LOAN-DOC-FILE
				INVALID KEY
					MOVE "DOCUMENT NOT ON FILE"
						TO WS-MSG
				NOT INVALID KEY
					PERFORM 2594-STAMP-DOC-WAIVER
			END-READ
		END-IF
		CLOSE LOAN-DOC-FILE.
      *
	2594-STAMP-DOC-WAIVER.
		MOVE PNDCHG-RECORD-IMAGE TO LOAN-DOC-RECORD
		SET LNDOC-WAIVED TO TRUE
		MOVE WS-CHECKER-NAME TO LNDOC-WAIVE-APPROVER
		MOVE WS-NOW (1:8) TO LNDOC-WAIVE-DATE
		REWRITE LOAN-DOC-RECORD.
      *
	2595-APPLY-HOUR-OVERRIDE.
		OPEN I-O OVERRIDE-FILE
				REWRITE OVERRIDE-RECORD
		END-READ
		CLOSE OVERRIDE-FILE.
      *
	2596-APPLY-RISK-WEIGHT.
		OPEN I-O RISK-WEIGHT-FILE
		IF WS-RSKWT-STATUS NOT = "00"
			CLOSE RISK-WEIGHT-FILE
			OPEN OUTPUT RISK-WEIGHT-FILE
			CLOSE RISK-WEIGHT-FILE
			OPEN I-O RISK-WEIGHT-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO RISK-WEIGHT-RECORD
		READ RISK-WEIGHT-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO RISK-WEIGHT-RECORD
				WRITE RISK-WEIGHT-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO RISK-WEIGHT-RECORD
				REWRITE RISK-WEIGHT-RECORD
		END-READ
		CLOSE RISK-WEIGHT-FILE.
      *
      *  An estate settlement case image only ever arrives here from
      *  ESTMNT1 with its next step released; applying it is what
      *  lets the nightly ESTSBT1 carry that step out.
	2597-APPLY-ESTATE-CASE.
		OPEN I-O ESTATE-CASE-FILE
		IF WS-ESTC-STATUS NOT = "00"
			CLOSE ESTATE-CASE-FILE
			OPEN OUTPUT ESTATE-CASE-FILE
			CLOSE ESTATE-CASE-FILE
			OPEN I-O ESTATE-CASE-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO ESTATE-CASE-RECORD
		READ ESTATE-CASE-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO ESTATE-CASE-RECORD
				WRITE ESTATE-CASE-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO ESTATE-CASE-RECORD
				REWRITE ESTATE-CASE-RECORD
		END-READ
		CLOSE ESTATE-CASE-FILE.
      *
      *  A credit-life claim image carries the insurer's answer keyed
      *  through CRLCMNT1; applying it releases the money to the
      *  nightly CRLCBT1, or closes a declined claim.
	2598-APPLY-CREDIT-LIFE-CLAIM.
		OPEN I-O CLAIM-FILE
		IF WS-CRLCLM-STATUS NOT = "00"
			CLOSE CLAIM-FILE
			OPEN OUTPUT CLAIM-FILE
			CLOSE CLAIM-FILE
			OPEN I-O CLAIM-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO CLAIM-RECORD
		READ CLAIM-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO CLAIM-RECORD
				WRITE CLAIM-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO CLAIM-RECORD
				REWRITE CLAIM-RECORD
		END-READ
		CLOSE CLAIM-FILE.
      *
	2599-APPLY-BRANCH-BUDGET.
		OPEN I-O BUDGET-FILE
		IF WS-BRBUD-STATUS NOT = "00"
			CLOSE BUDGET-FILE
			OPEN OUTPUT BUDGET-FILE
			CLOSE BUDGET-FILE
			OPEN I-O BUDGET-FILE
		END-IF
		MOVE PNDCHG-RECORD-IMAGE TO BUDGET-RECORD
		READ BUDGET-FILE
			INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO BUDGET-RECORD
				WRITE BUDGET-RECORD
			NOT INVALID KEY
				MOVE PNDCHG-RECORD-IMAGE
					TO BUDGET-RECORD
				REWRITE BUDGET-RECORD
		END-READ
		CLOSE BUDGET-FILE.
      *
	2600-BROADCAST-RATE-CHANGE.
		MOVE "N" TO WS-BRM-EOF-FLAG
		END-IF
		MOVE WS-CHECKER-NAME TO PNDCHG-CHECKER
		MOVE WS-NOW (1:8) TO PNDCHG-DECISION-DATE
		REWRITE PENDING-CHANGE-RECORD
		PERFORM 4100-DECIDE-SOD-WAIVER.
      *
	4100-DECIDE-SOD-WAIVER.
		OPEN I-O SOD-WAIVER-FILE
		IF WS-SODWVR-STATUS = "00"
			MOVE PNDCHG-TARGET TO SODWVR-TARGET
			MOVE PNDCHG-KEY-VALUE TO SODWVR-KEY-VALUE
			READ SOD-WAIVER-FILE
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					PERFORM 4200-STAMP-SOD-WAIVER
			END-READ
		END-IF
		CLOSE SOD-WAIVER-FILE.
      *
	4200-STAMP-SOD-WAIVER.
		IF SODWVR-PENDING
			PERFORM 4300-DECIDE-PENDING-WAIVER
		END-IF.
      *
	4300-DECIDE-PENDING-WAIVER.
		IF PNDCHG-APPROVED
			SET SODWVR-APPROVED TO TRUE
		ELSE
			SET SODWVR-REJECTED TO TRUE
		END-IF
		MOVE WS-CHECKER-NAME TO SODWVR-CHECKER
		MOVE WS-NOW (1:8) TO SODWVR-DECISION-DATE
		REWRITE SOD-WAIVER-RECORD
		IF SODWVR-APPROVED
			MOVE "SOD-WAIVER" TO AUDTRL-RECORD-TYPE
			MOVE SPACES TO AUDTRL-KEY-VALUE
			MOVE PNDCHG-TARGET TO AUDTRL-KEY-VALUE
			MOVE SPACES TO AUDTRL-OLD-VALUE
			STRING SODWVR-RIGHT-A DELIMITED BY SPACE
				"/" DELIMITED BY SIZE
				SODWVR-RIGHT-B DELIMITED BY SPACE
				INTO AUDTRL-OLD-VALUE
			MOVE SPACES TO AUDTRL-NEW-VALUE
			MOVE SODWVR-REASON TO AUDTRL-NEW-VALUE
			PERFORM 3100-WRITE-AUDIT-ROW
		END-IF.
      *
