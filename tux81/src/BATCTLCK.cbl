      *  BATCTL-NOT-SIGNED-OFF (a fresh run always needs fresh
      *  sign-off), creating the row on first use.  LS-GATE-FLAG comes
      *  back "N" when blocked, in which case the caller must skip its
      *  own processing for this run.  A row created here is marked
      *  on-request, so the run-book driver (RUNBKDR1) leaves the job
      *  out of the night's train until operations schedule it.
      *
      *  LS-MODE-FLAG "E" (end): stamps the job's own row with today's
      *  end date/time and BATCTL-COMPLETED.  The caller performs this
			MOVE SPACES TO BATCTL-PREDECESSOR-1
			MOVE SPACES TO BATCTL-PREDECESSOR-2
			MOVE SPACES TO BATCTL-PREDECESSOR-3
			MOVE SPACES TO BATCTL-RUN-MODE
			SET BATCTL-SCHED-ON-REQUEST TO TRUE
			WRITE BATCH-CONTROL-RECORD
		END-IF.
      *
