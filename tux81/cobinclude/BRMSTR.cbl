      *
	05 BRM-CASH-LIMIT		PIC S9(13)V99 COMP-3.
      *
      *
      *  Branch merger.  A closing branch names the branch taking
      *  over its book and the business date the move happens;
      *  on that date BRMGBT1 re-homes every loan, demand-deposit
      *  account and fixed deposit of the closing branch through
      *  the branch-transfer engine (BRXFRP1) and marks the row
      *  merged (M).  Spaces mean no merger is scheduled.
      *
	05 BRM-MERGE-INTO-BRANCH	PIC X(6).
	05 BRM-MERGE-DATE		PIC X(8).
	05 BRM-MERGE-STATUS		PIC X.
		88  BRM-MERGE-PENDING	VALUE " ".
		88  BRM-MERGED		VALUE "M".
      *
