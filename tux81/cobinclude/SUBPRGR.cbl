      *
      *  SUBPRGR.cbl
      *
      *  State interest-subsidy program record.  One row per
      *  program, keyed on SUBPRG-PROGRAM-CODE: under a program the
      *  borrower pays the reduced contract rate booked on the loan
      *  (LOANM-RATE) and the State Treasury reimburses
      *  SUBPRG-RATE-POINTS more on the outstanding principal.  A
      *  loan qualifies only while the program is active and the
      *  accrual date falls inside the validity window, and only if
      *  its customer's economic sector (CUSTM-SECTOR-CODE) is one
      *  of the eligible sectors listed - spaces in a sector slot
      *  are unused.  Maintained through SUBPMNT1; loans are linked
      *  to a program on SUBLNKR (SUBLMNT1).
      *
	05 SUBPRG-PROGRAM-CODE		PIC X(6).
	05 SUBPRG-PROGRAM-NAME		PIC X(30).
	05 SUBPRG-RATE-POINTS		PIC S9(3)V9(4) COMP-3.
	05 SUBPRG-SECTOR-TABLE.
		10  SUBPRG-SECTOR-CODE	PIC X(4) OCCURS 5 TIMES.
	05 SUBPRG-VALID-FROM		PIC X(8).
	05 SUBPRG-VALID-TO		PIC X(8).
	05 SUBPRG-STATUS-FLAG		PIC X.
		88  SUBPRG-ACTIVE	VALUE "A".
		88  SUBPRG-INACTIVE	VALUE "I".
      *
