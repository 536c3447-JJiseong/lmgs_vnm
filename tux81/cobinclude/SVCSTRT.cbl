      *
      *  SVCSTRT.cbl
      *
      *  Service start stamp.  COPY this into the PROCEDURE DIVISION
      *  of any service that logs through SVCRETLG.cbl, as the very
      *  first statement after entry, so the response time logged
      *  with the outcome covers the whole call.
      *
      *  Requires the calling program to declare, in WORKING-STORAGE:
      *      01  SVC-TIMER-REC.
      *          COPY SVCTIMW.
      *
	MOVE FUNCTION CURRENT-DATE TO SVCTIM-START.
      *
