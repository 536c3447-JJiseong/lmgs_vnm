	05 LNMAST-COBOR-2-CUST		PIC X(12).
	05 LNMAST-COBOR-2-SHARE		PIC S9(3)V99 COMP-3.
      *
      *  Credit facility the new loan is booked under as a drawdown:
      *  LNMAST01 checks the principal against the facility's
      *  remaining headroom (FACLCK1) before writing the loan.
      *  Spaces book a stand-alone loan exactly as before.
      *
	05 LNMAST-FACILITY-NO		PIC X(12).
      *
