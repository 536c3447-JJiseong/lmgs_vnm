      *
      *  SVCRTHR.cbl
      *
      *  Response-time history.  One row per service per day for the
      *  whole day (SVCRTH-HOUR spaces) and one per hour in which
      *  the service was called ("00" to "23", by the hour the call
      *  started), carrying the call count and the median, 95th
      *  percentile and maximum response times in milliseconds.
      *  Written by the daily response-time report (SVCRTBT1), which
      *  reads the previous day's row back to flag a service whose
      *  95th percentile has worsened beyond the SVCRTDEG
      *  threshold; kept as the capacity history for the
      *  infrastructure team.
      *
	05 SVCRTH-KEY.
		10 SVCRTH-SERVICE-NAME	PIC X(15).
		10 SVCRTH-DATE		PIC X(8).
		10 SVCRTH-HOUR		PIC X(2).
	05 SVCRTH-CALL-COUNT		PIC S9(9) COMP-3.
	05 SVCRTH-MEDIAN-MS		PIC S9(9) COMP-3.
	05 SVCRTH-P95-MS		PIC S9(9) COMP-3.
	05 SVCRTH-MAX-MS		PIC S9(9) COMP-3.
      *
