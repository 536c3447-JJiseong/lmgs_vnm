      *  tux81/cobinclude for "TO APPL-CODE" to find the next unused
      *  value and seed a matching row here with the business
      *  reason/suggested action.
      *  Current allocation tops out at 9343 as of this writing.
      *
	05 DICT-APPL-CODE		PIC S9(9) COMP-5.
	05 DICT-BUSINESS-REASON	PIC X(60).
