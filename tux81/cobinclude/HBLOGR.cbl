      *
      *  HBLOGR.cbl
      *
      *  Service heartbeat log.  One row per probe HBPRBT1 makes:
      *  the service, when, whether it answered (HBLOG-UP - a
      *  business refusal is still an answer - or HBLOG-DOWN), the
      *  TP-STATUS and APPL-RETURN-CODE the call came back with,
      *  and the round trip in milliseconds, retries included.
      *  The morning dashboard (MORNBAT1) turns the day's rows into
      *  an availability percentage per service.
      *
	05 HBLOG-SERVICE-NAME		PIC X(15).
	05 HBLOG-DATE			PIC X(8).
	05 HBLOG-TIME			PIC X(6).
	05 HBLOG-RESULT			PIC X.
		88  HBLOG-UP		VALUE "U".
		88  HBLOG-DOWN		VALUE "D".
	05 HBLOG-TP-STATUS		PIC S9(9) COMP-5.
	05 HBLOG-APPL-CODE		PIC S9(9) COMP-5.
	05 HBLOG-ROUND-TRIP-MS		PIC S9(9) COMP-5.
      *
