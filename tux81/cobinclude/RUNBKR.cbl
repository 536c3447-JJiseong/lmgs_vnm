      *
      *  RUNBKR.cbl
      *
      *  Run-book register record.  One row per job in a night's
      *  batch train, keyed on the business date the train closes
      *  and the job name, written by the run-book driver (RUNBKDR1)
      *  from the Batch Control file (BATCTLR): the job's three
      *  predecessors as they stood when the train was built, where
      *  the job has got to, when it was launched and finished, the
      *  return code it ended with, whether BCTMODE1 stamped the run
      *  live or simulated, and a short note on why a job failed or
      *  was held.  The order of launch is kept so the timeline
      *  prints in the order the night actually ran.  Running the
      *  driver again on the same business date picks the train up
      *  from here - completed jobs stay completed, failed and held
      *  jobs go back to waiting.
      *
	05 RUNBK-KEY.
		10  RUNBK-TRAIN-DATE	PIC X(8).
		10  RUNBK-JOB-NAME	PIC X(9).
	05 RUNBK-PREDECESSOR-1		PIC X(9).
	05 RUNBK-PREDECESSOR-2		PIC X(9).
	05 RUNBK-PREDECESSOR-3		PIC X(9).
	05 RUNBK-STATE-FLAG		PIC X.
		88  RUNBK-WAITING	VALUE "W".
		88  RUNBK-LAUNCHED	VALUE "L".
		88  RUNBK-COMPLETE	VALUE "C".
		88  RUNBK-FAILED	VALUE "F".
		88  RUNBK-HELD		VALUE "H".
		88  RUNBK-NOT-RUN	VALUE "N".
	05 RUNBK-LAUNCH-SEQ		PIC 9(4).
	05 RUNBK-LAUNCH-DATE		PIC X(8).
	05 RUNBK-LAUNCH-TIME		PIC X(6).
	05 RUNBK-END-DATE		PIC X(8).
	05 RUNBK-END-TIME		PIC X(6).
	05 RUNBK-RETURN-CODE		PIC X(3).
	05 RUNBK-RUN-MODE		PIC X.
	05 RUNBK-NOTE			PIC X(20).
      *
