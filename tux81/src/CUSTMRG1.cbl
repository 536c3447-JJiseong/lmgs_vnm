      *  (AUDTRLR/AUDITLOG), old customer number as the old value
      *  and survivor as the new.  Exposure checks finally see one
      *  customer.
      *
      *  Candidate pairs come from the nightly duplicate match
      *  (DUPCBT1); operations send a confirmed pair here straight
      *  from the review screen (DUPCMT1).
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. CUSTMRG1.
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT DD-ACCOUNT-FILE ASSIGN TO "DDACCTR"
			ORGANIZATION IS INDEXED
