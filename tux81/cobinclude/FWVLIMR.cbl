      *
      *  FWVLIMR.cbl
      *
      *  Fee waiver approval limit.  One row per user group
      *  (USRSECR's GRPNAME), keyed on the group, carrying the
      *  largest single fee waiver or refund a member of the group
      *  may approve at APPRMNT1.  A group with no row has no
      *  waiver authority at all.  Maintained through FWVLMT1
      *  under maker-checker (APPRMNT1 target FWVLIMR).
      *
	05 FWVLIM-GRPNAME		PIC X(30).
	05 FWVLIM-MAX-AMOUNT		PIC S9(11)V99 COMP-3.
      *
