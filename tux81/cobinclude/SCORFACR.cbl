      *  the recommend-approve floor and recommend-decline ceiling.
      *  Missing rows fall back to the defaults coded in SCORBAT1,
      *  so an unloaded scorecard still produces consistent
      *  recommendations.  Maintained through SCORMNT1.  The
      *  quarterly ECL batch (ECLBT1) works the same card again over
      *  each open loan to measure deterioration since origination.
      *
	05 SCORF-FACTOR-CODE		PIC X(8).
	05 SCORF-WEIGHT			PIC S9(5) COMP-3.
