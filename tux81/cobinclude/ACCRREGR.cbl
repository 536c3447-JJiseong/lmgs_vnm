	05 ACCRREG-INTEREST-AMT		PIC S9(11)V99 COMP-3.
	05 ACCRREG-DATE			PIC X(8).
      *
      *  Subsidy split: for a loan linked to a state interest-subsidy
      *  program (SUBLNKR), ACCRREG-INTEREST-AMT is the customer's
      *  portion at the contract rate and the Treasury's portion
      *  accrued alongside it is carried here with the program
      *  code.  Spaces/zero on every other loan.
      *
	05 ACCRREG-SUBSIDY-PROGRAM	PIC X(6).
	05 ACCRREG-SUBSIDY-AMT		PIC S9(11)V99 COMP-3.
      *
