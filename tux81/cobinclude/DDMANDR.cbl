      *
      *  DDMANDR.cbl
      *
      *  Demand-deposit holder and signing-mandate record.  One row
      *  per CIF customer named on a demand-deposit account, keyed
      *  account + customer number - DDACCTR carries exactly one
      *  DDACC-CUSTOMER-NO, so the second spouse on a joint savings
      *  account and the directors who sign for a company account
      *  used to live only on the mandate card in the teller's
      *  drawer.  The role says how the customer stands on the
      *  account (primary holder, joint holder, authorised
      *  signatory); the signing rule says how many of the named
      *  parties must sign a debit (any one, any two, all of them).
      *  The rule on the primary holder's row governs the account.
      *  Maintained on DDMNMNT1; enforced through MANDCK1 by every
      *  debit path that takes signatures (DDACCT01 withdraw,
      *  TELLRW01 cash out, CHQCLR01 cheque intake); every holder
      *  is shown on the Customer-360 (CUST3601) and the statement
      *  (DDSTMBT1).  An account with no rows here is a sole
      *  account of DDACC-CUSTOMER-NO, as it always was.
      *
	05 DDMAND-KEY.
		10  DDMAND-ACCOUNT-NO	PIC X(12).
		10  DDMAND-CUSTOMER-NO	PIC X(12).
	05 DDMAND-ROLE-FLAG		PIC X.
		88  DDMAND-PRIMARY	VALUE "P".
		88  DDMAND-JOINT	VALUE "J".
		88  DDMAND-SIGNATORY	VALUE "S".
	05 DDMAND-SIGN-RULE		PIC X.
		88  DDMAND-ANY-ONE	VALUE "1".
		88  DDMAND-ANY-TWO	VALUE "2".
		88  DDMAND-ALL		VALUE "A".
	05 DDMAND-STATUS-FLAG		PIC X.
		88  DDMAND-ACTIVE	VALUE "A".
		88  DDMAND-REMOVED	VALUE "R".
      *
