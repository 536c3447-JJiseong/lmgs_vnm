      *  and the grand net, which must be zero when every released
      *  transaction balanced - so when the core GL bounces a batch
      *  we can show what our side says each account should hold,
      *  days before finance phones.  The due-to/due-from rows the
      *  release adds for cross-branch transactions roll here like
      *  any other leg; IBRCBT1 proves them by branch pair after
      *  this job.
      *
      *  Job-dependency gate: CALLs BATCTLCK at entry - predecessor
      *  GLBALBAT1 must show a completed, signed-off run so the
		READ SHADOW-FILE
			INVALID KEY
				MOVE ZERO TO GLSHDW-BALANCE
				MOVE SPACES TO GLSHDW-OPEN-YEAR
				MOVE ZERO TO GLSHDW-OPEN-BALANCE
			NOT INVALID KEY
				MOVE "Y" TO WS-SHADOW-FOUND-FLAG
		END-READ
