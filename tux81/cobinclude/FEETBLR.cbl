      *  at posting time instead of collected as unrecorded teller
      *  cash and reconciled by hand.  Maintained through FEEMNT1;
      *  an event with no row (or an inactive one) simply charges
      *  nothing.  For the origination events (LOANCRT, DISBURSE)
      *  the income account is where the fee is recognised over the
      *  loan's life from deferred income (DFEEREGR/DFRREL01), not
      *  where it books on the day.
      *
	05 FEETBL-EVENT-CODE		PIC X(8).
	05 FEETBL-FEE-CODE		PIC X(4).
