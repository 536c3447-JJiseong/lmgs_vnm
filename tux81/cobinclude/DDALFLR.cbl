      *
      *  DDALFLR.cbl
      *
      *  Deposit-alert delivery failure, as returned by the SMS/
      *  e-mail gateway.  One row per alert the gateway could not
      *  deliver, quoting the alert number it was sent under
      *  (DDALXTR) and the gateway's reason.  DDALBT1 reads the
      *  whole file at the start of every run, re-queues each alert
      *  onto the extract (or gives it up as undeliverable on the
      *  register, DDALRTR) and then empties the file, so a failure
      *  is acted on once.
      *
	05 DDALF-ALERT-ID		PIC 9(9).
	05 DDALF-REASON			PIC X(30).
	05 DDALF-FAIL-DATE		PIC X(8).
	05 DDALF-FAIL-TIME		PIC X(6).
      *
