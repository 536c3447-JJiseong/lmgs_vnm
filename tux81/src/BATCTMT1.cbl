      *  a completed run's output, flip BATCTL-SIGNOFF-FLAG so
      *  BATCTLCK.cbl will let dependent jobs start - making the
      *  sign-off step mandatory instead of optional tribal
      *  knowledge.  The schedule flag (Daily, Month-end, On request)
      *  decides which nights the run-book driver (RUNBKDR1) puts the
      *  job in the train.
      *
	IDENTIFICATION DIVISION.
	PROGRAM-ID. BATCTMT1.
		05  LINE 8  COLUMN 1  VALUE "SIGNOFF USRNAME : ".
		05  LINE 8  COLUMN 20
			PIC X(30) USING BATCTL-SIGNOFF-USRNAME.
		05  LINE 9  COLUMN 1  VALUE "SCHEDULE (D/M/O): ".
		05  LINE 9  COLUMN 20
			PIC X USING BATCTL-SCHEDULE-FLAG.
		05  LINE 10  COLUMN 1  VALUE "QUIT (X) : ".
		05  LINE 10  COLUMN 15
			PIC X USING WS-DONE-FLAG.
