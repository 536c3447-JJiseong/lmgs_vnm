      *
      *  DDALRTR.cbl
      *
      *  Deposit-movement alert register.  One row per alert raised
      *  by DDALBT1 for a qualifying demand-deposit posting on the
      *  transaction history (TRNHSTR), keyed on the alert number
      *  the job hands out in sequence and reachable by the posting
      *  it came from (TRANID + account, alternate key) so no
      *  posting is ever alerted twice - not even when ARCHBAT1
      *  rewrites the journal under the job.  Carries everything
      *  the gateway was sent (DDALXTR) plus the account number in
      *  clear, the number of times the alert has gone out, and
      *  its state: QUEUED on the gateway extract, or UNDELIVERABLE
      *  once the gateway has failed it more times than parameter
      *  ALRTRTRY allows, with the gateway's last reason kept for
      *  the branch asking why the customer heard nothing.
      *
	05 DDALR-ALERT-ID		PIC 9(9).
	05 DDALR-POSTING-KEY.
		10  DDALR-TRANID	PIC 9(9).
		10  DDALR-ACCOUNT-NO	PIC X(12).
	05 DDALR-CUSTOMER-NO		PIC X(12).
	05 DDALR-MASKED-ACCOUNT		PIC X(12).
	05 DDALR-EVENT-CODE		PIC X(8).
	05 DDALR-DIRECTION		PIC X.
		88  DDALR-DEBIT		VALUE "D".
		88  DDALR-CREDIT	VALUE "C".
	05 DDALR-AMOUNT			PIC S9(11)V99 COMP-3.
	05 DDALR-NEW-BALANCE		PIC S9(11)V99 COMP-3.
	05 DDALR-POST-DATE		PIC X(8).
	05 DDALR-POST-TIME		PIC X(6).
	05 DDALR-TEMPLATE-CODE		PIC X(8).
	05 DDALR-CHANNEL		PIC X.
	05 DDALR-DELIVERY-ADDRESS	PIC X(40).
	05 DDALR-ATTEMPT-COUNT		PIC 9(2).
	05 DDALR-QUEUED-DATE		PIC X(8).
	05 DDALR-QUEUED-TIME		PIC X(6).
	05 DDALR-STATUS-FLAG		PIC X.
		88  DDALR-QUEUED	VALUE "Q".
		88  DDALR-UNDELIVERABLE	VALUE "U".
	05 DDALR-LAST-REASON		PIC X(30).
      *
