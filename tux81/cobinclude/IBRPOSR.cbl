      *
      *  IBRPOSR.cbl
      *
      *  Inter-branch position record.  One row per branch per
      *  counterparty branch, keyed on the pair, carrying what the
      *  branch is owed by the counterparty (positive) or owes it
      *  (negative) through matched due-to/due-from legs, and the
      *  business date it was last rolled.  IBRCBT1 rolls the
      *  night's matched pairs off the final GL release (GLFINAL)
      *  into both sides of each pair, so the row for A against B
      *  and the row for B against A must always sum to zero, and a
      *  branch's rows together with its open unmatched items
      *  (IBROPNR) must tie to its due-to/due-from balances on the
      *  shadow GL (GLSHDWR).
      *
	05 IBRPOS-KEY.
		10  IBRPOS-BRANCH-CODE	PIC X(6).
		10  IBRPOS-COUNTER-BRANCH
					PIC X(6).
	05 IBRPOS-BALANCE		PIC S9(15)V99 COMP-3.
	05 IBRPOS-LAST-ROLL-DATE	PIC X(8).
      *
