      *
      *  SVCTIMW.cbl
      *
      *  Service call timer.  SVCSTRT.cbl stamps the clock into
      *  SVCTIM-START on entry to a service; SVCRETLG.cbl stamps
      *  SVCTIM-END as the outcome is logged and works out the
      *  elapsed milliseconds (SVCLOG-ELAPSED-MS) from the pair.
      *  Both halves have the CURRENT-DATE shape - date, then
      *  hours, minutes, seconds and hundredths.
      *
      *  COPY under an 01 in WORKING-STORAGE:
      *      01  SVC-TIMER-REC.          COPY SVCTIMW.
      *
	05 SVCTIM-START.
		10 SVCTIM-START-DATE	PIC 9(8).
		10 SVCTIM-START-HH	PIC 9(2).
		10 SVCTIM-START-MM	PIC 9(2).
		10 SVCTIM-START-SS	PIC 9(2).
		10 SVCTIM-START-CS	PIC 9(2).
		10 FILLER		PIC X(5).
	05 SVCTIM-END.
		10 SVCTIM-END-DATE	PIC 9(8).
		10 SVCTIM-END-HH	PIC 9(2).
		10 SVCTIM-END-MM	PIC 9(2).
		10 SVCTIM-END-SS	PIC 9(2).
		10 SVCTIM-END-CS	PIC 9(2).
		10 FILLER		PIC X(5).
      *
