      *  consecutive failed-login count, so a terminated employee's
      *  Tuxedo credentials stop working here even if IT forgets the
      *  manual OS-level step.  Maintained through USRSECMT1 and
      *  enforced through USRSEC01.  The nightly dormant-ID sweep
      *  (USRDMBT1) also sets USRSEC-LOCKED on an ID with no session
      *  for the dormancy threshold - see USRIDLR.
      *
	05 USRSEC-USRNAME		PIC X(30).
	05 USRSEC-GRPNAME		PIC X(30).
