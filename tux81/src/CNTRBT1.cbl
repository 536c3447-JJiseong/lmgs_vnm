			ORGANIZATION IS INDEXED
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS LNAPP-APPLICATION-NO
			ALTERNATE RECORD KEY IS LNAPP-LOAN-ACCOUNT-NO
				WITH DUPLICATES
			FILE STATUS IS WS-LNAPP-STATUS.
		SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
			ORGANIZATION IS INDEXED
