      *
      *  CLPTNRR.cbl
      *
      *  Collection-partner record, maintained by CLPTMNT1.  One row
      *  per third party that takes installment payments for us -
      *  post office, convenience-store network, e-wallet - keyed on
      *  a six-character partner code that also names the partner's
      *  daily files (CLPIN.<code> with CLPIN.<code>.CTL in, and
      *  CLPRET.<code> back).
      *
      *  The settlement GL account is the receivable from the
      *  partner: the tender leg of every payment the intake batch
      *  (CLINBT1) applies, cleared when the partner's money
      *  arrives.  The money arrives either on our nostro (type
      *  "N": a credit :61: line on NOSTROIN whose reference starts
      *  with the statement reference) or on a demand-deposit
      *  settlement account (type "D": IBCREDIT/DDSOIN history rows
      *  on that account), and the daily settlement report
      *  reconciles it to the file total.  The last intake date
      *  stops the same day's file being taken in twice.
      *
	05 CLPTNR-PARTNER-CODE		PIC X(6).
	05 CLPTNR-NAME			PIC X(30).
	05 CLPTNR-CHANNEL		PIC X.
		88  CLPTNR-POST-OFFICE	VALUE "P".
		88  CLPTNR-STORE-NETWORK
					VALUE "S".
		88  CLPTNR-E-WALLET	VALUE "W".
	05 CLPTNR-SETTLE-GL-ACCOUNT	PIC X(10).
	05 CLPTNR-SETTLE-TYPE		PIC X.
		88  CLPTNR-SETTLE-NOSTRO	VALUE "N".
		88  CLPTNR-SETTLE-DD	VALUE "D".
	05 CLPTNR-SETTLE-DD-ACCOUNT	PIC X(12).
	05 CLPTNR-STMT-REFERENCE	PIC X(16).
	05 CLPTNR-ACTIVE-FLAG		PIC X.
		88  CLPTNR-ACTIVE	VALUE "Y".
		88  CLPTNR-INACTIVE	VALUE "N".
	05 CLPTNR-LAST-INTAKE-DATE	PIC X(8).
      *
