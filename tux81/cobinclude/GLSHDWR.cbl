      *  what our side says each account should hold instead of
      *  waiting for finance to complain.  Inquired online through
      *  GLSHD01.
      *
      *  The year-end close (YECLBT1) records the row's opening
      *  balance for the new financial year: zero for an income or
      *  expense account, the year-end balance plus the year's
      *  closing entries for retained earnings, the year-end
      *  balance for everything else.  The running balance is left
      *  to pick up the closing legs when they are released like
      *  any others, so it always says what the core GL holds.  A
      *  row first written by the roll has no opening year.
      *
	05 GLSHDW-KEY.
		10  GLSHDW-GL-ACCOUNT	PIC X(10).
		10  GLSHDW-BRANCH-CODE	PIC X(6).
	05 GLSHDW-BALANCE		PIC S9(15)V99 COMP-3.
	05 GLSHDW-LAST-ROLL-DATE	PIC X(8).
	05 GLSHDW-OPEN-YEAR		PIC X(4).
	05 GLSHDW-OPEN-BALANCE		PIC S9(15)V99 COMP-3.
      *
