      *  operator sign-off flag, so a job can be held back until every
      *  predecessor shows a completed, signed-off run instead of
      *  relying on operators remembering the run book order.
      *  Maintained through BATCTMT1 and enforced through BATCTLCK;
      *  RUNBKDR1 drives the night's train from it.
      *
	05 BATCTL-JOB-NAME		PIC X(9).
	05 BATCTL-PREDECESSOR-1		PIC X(9).
		88  BATCTL-RAN-SIMULATED
					VALUE "S".
      *
      *  When the run-book driver (RUNBKDR1) puts the job into the
      *  night's train: DAILY (or spaces) every night, MONTH-END only
      *  on the last calendar day of the month, ON-REQUEST never -
      *  the operator launches it by hand as before.
      *
	05 BATCTL-SCHEDULE-FLAG		PIC X.
		88  BATCTL-SCHED-DAILY	VALUES "D", " ".
		88  BATCTL-SCHED-MONTH-END
					VALUE "M".
		88  BATCTL-SCHED-ON-REQUEST
					VALUE "O".
      *
