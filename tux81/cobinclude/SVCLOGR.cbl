      *  Tuxedo service completion (see COPY TPRETLOG in TPRETURN-style
      *  services) and read back by the batch reporting jobs that
      *  decode TPSTATUS.cbl / TPSVCRET.cbl values after the fact.
      *
      *  SVCLOG-DATE/SVCLOG-TIME are when the call ended;
      *  SVCLOG-START-DATE/SVCLOG-START-TIME when it began (see
      *  SVCSTRT.cbl) and SVCLOG-ELAPSED-MS the response time in
      *  milliseconds between the two, read by the response-time
      *  report (SVCRTBT1).
      *
	05 SVCLOG-SERVICE-NAME		PIC X(15).
	05 SVCLOG-TP-STATUS		PIC S9(9) COMP-5.
	05 SVCLOG-CMT-FLAG		PIC S9(9) COMP-5.
	05 SVCLOG-DATE			PIC X(8).
	05 SVCLOG-TIME			PIC X(6).
	05 SVCLOG-START-DATE		PIC X(8).
	05 SVCLOG-START-TIME		PIC X(6).
	05 SVCLOG-ELAPSED-MS		PIC S9(9) COMP-5.
      *
