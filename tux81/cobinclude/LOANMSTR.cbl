      *  and LNRSTR01 regenerates by this indicator, so a
      *  restructure keeps the loan on the method it was sold with.
      *  Spaces (loans created before the indicator) read as
      *  equal-principal.  Bullet is interest-only with the whole
      *  principal on the last installment (working-capital and
      *  bridge loans); balloon is an annuity that leaves
      *  LOANM-BALLOON-AMT for the last installment.  Annuity and
      *  balloon share the level-payment mathematics.
      *
	05 LOANM-AMORT-METHOD		PIC X.
		88  LOANM-EQUAL-PRINCIPAL
					VALUE "E".
		88  LOANM-ANNUITY	VALUE "A".
		88  LOANM-BULLET	VALUE "B".
		88  LOANM-BALLOON	VALUE "L".
		88  LOANM-LEVEL-PAYMENT	VALUES "A", "L".
      *
      *  Grace window carried from the product at create
      *  (LNPROD-GRACE-MONTHS): AMRTBAT1 generates this many
		88  LOANM-ACT-360	VALUE "0".
		88  LOANM-30-360	VALUE "3".
      *
      *  Final balloon of a balloon loan (LOANM-AMORT-METHOD "L"),
      *  fixed at create by LNMAST01 from the product's balloon
      *  percentage (LNPROD-BALLOON-PCT) of the booked principal.
      *  Every schedule build (AMRTBAT1, LNRSTR01, BASRBAT1,
      *  CURTAP1) levels the installments so this much is still
      *  owed for the last one, capped at the balance outstanding.
      *  Zero on every other method.
      *
	05 LOANM-BALLOON-AMT		PIC S9(11)V99 COMP-3.
      *
      *  Customer credit facility (FACILR) the loan is booked under
      *  as a drawdown, stamped by LNMAST01 at create once the
      *  facility's headroom has been checked.  Every draw on the
      *  loan (LNVAL001/LNPOST01/DSBAPP01) is then held to and
      *  recorded against that facility through FACLCK1, and
      *  REPAYAP1 gives repaid principal back on a revolving one.
      *  Spaces mean a stand-alone loan with no umbrella limit.
      *
	05 LOANM-FACILITY-NO		PIC X(12).
      *
      *  Payment moratorium (MORPGMR/MORLNR) the loan was put under
      *  by MORABT1: the program, the window its unpaid schedule
      *  was moved across, and the debt group it stood in on the
      *  program's cut-off date.  Until the end date passes DELQBAT1
      *  never classifies the loan better than that group, as the
      *  SBV relief rules require.  Spaces in the program code mean
      *  no moratorium.
      *
	05 LOANM-MORAT-PGM-CODE		PIC X(8).
	05 LOANM-MORAT-START-DATE	PIC X(8).
	05 LOANM-MORAT-END-DATE		PIC X(8).
	05 LOANM-MORAT-DEBT-GROUP	PIC S9(9) COMP-5.
      *
      *  Credit-registry alignment stamped by CICIBAT1 from the CIC
      *  monthly return: the worst debt group another institution
      *  reports for the borrower (LOANM-DELINQ-CODE scale), the
      *  institution, the return period and the reason code
      *  (CICALIGN), with the group our own classification gave the
      *  loan.  DELQBAT1 refreshes the own group nightly and never
      *  classifies the loan better than the registry group until
      *  the next return replaces it.  Spaces in the period mean no
      *  alignment is in force.
      *
	05 LOANM-CIC-DEBT-GROUP		PIC S9(9) COMP-5.
	05 LOANM-CIC-OWN-GROUP		PIC S9(9) COMP-5.
	05 LOANM-CIC-BANK-CODE		PIC X(8).
	05 LOANM-CIC-PERIOD		PIC X(6).
	05 LOANM-CIC-REASON		PIC X(8).
      *
