      *
      *  SLRCNR.cbl
      *
      *  Sub-ledger to GL control-account break record.  One row
      *  per GL control account per branch, keyed on the pair,
      *  written by the nightly sub-ledger reconciliation
      *  (SLRCNBT1) the first night the shadow GL (GLSHDWR) and
      *  the sub-ledgers it controls disagree beyond tolerance.
      *  The row carries the difference as last proved, the
      *  difference the business day before, the date the break
      *  was first seen and the date its amount last moved, so
      *  every break on the report is traced to the day it
      *  appeared instead of being re-discovered at quarter end.
      *  When the pair agrees again the first-seen date is cleared
      *  and the row stays as the record of the last proof.
      *
	05 SLRCN-KEY.
		10  SLRCN-GL-ACCOUNT	PIC X(10).
		10  SLRCN-BRANCH-CODE	PIC X(6).
	05 SLRCN-DIFFERENCE		PIC S9(15)V99 COMP-3.
	05 SLRCN-PRIOR-DIFFERENCE	PIC S9(15)V99 COMP-3.
	05 SLRCN-FIRST-SEEN-DATE	PIC X(8).
	05 SLRCN-LAST-MOVED-DATE	PIC X(8).
	05 SLRCN-LAST-RUN-DATE		PIC X(8).
      *
