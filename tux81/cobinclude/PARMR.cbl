      *  set up yet, so a missing row degrades to today's behaviour
      *  instead of abending the service.
      *
      *  A parameter's values are effective-dated: the key is the
      *  code plus the date a value takes effect, so a code's rows
      *  read together in date order and the row with the latest
      *  effective date on or before a given day is the value in
      *  force that day.  Consumers never read the file directly -
      *  they CALL the as-of lookup PARMLK1 with their business (or
      *  value) date, so a rerun for an earlier day sees that day's
      *  value and a change keyed weeks ahead takes effect on its
      *  date with nobody at the keyboard.  A row with a blank
      *  effective date is in force from the beginning.  Rows are
      *  written only by APPRMNT1 (target PARMR) once a second user
      *  approves the change keyed at PARMMNT1, carrying both names;
      *  the file is its own history (PARMINQ1).
      *
	05 PARM-KEY.
		10  PARM-CODE		PIC X(8).
		10  PARM-EFFECTIVE-DATE	PIC X(8).
	05 PARM-RATE			PIC S9(7)V9(4) COMP-3.
	05 PARM-AMOUNT			PIC S9(11)V99 COMP-3.
	05 PARM-NUMBER			PIC S9(5) COMP-3.
	05 PARM-DESCRIPTION		PIC X(30).
	05 PARM-MAKER			PIC X(30).
	05 PARM-APPROVED-BY		PIC X(30).
      *
