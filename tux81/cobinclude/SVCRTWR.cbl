      *
      *  SVCRTWR.cbl
      *
      *  Response-time work record.  One row per logged service call
      *  of the day being reported, keyed on service name and then
      *  elapsed milliseconds (a running sequence number keeps equal
      *  times apart), so that SVCRTBT1 reading the file in key
      *  order meets each service's calls fastest first and can
      *  pick the median and 95th percentile off by position.
      *  Rebuilt from scratch by every run.
      *
	05 SVCRTW-KEY.
		10 SVCRTW-SERVICE-NAME	PIC X(15).
		10 SVCRTW-ELAPSED-MS	PIC 9(9).
		10 SVCRTW-SEQ		PIC 9(9).
	05 SVCRTW-HOUR			PIC 9(2).
      *
