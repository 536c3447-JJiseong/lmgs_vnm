      *
      *  SECLIMR.cbl
      *
      *  Economic-sector concentration limit table.  One row per
      *  sector code (CUSTM-SECTOR-CODE, the State Bank's
      *  statistical nomenclature), carrying the board's appetite
      *  for lending to the sector: a limit either as an amount or
      *  as a percent of the total loan book, and a warning level
      *  as a percent of that limit.  Maintained under maker-checker
      *  (SECLMNT1 parks, APPRMNT1 applies target SECLIMR).  SECLCK1
      *  holds new lending against it at application and approval;
      *  SECRPBT1 reports utilisation to the risk committee monthly.
      *  A sector with no row, or an inactive one, has no limit.
      *
	05 SECLIM-SECTOR-CODE		PIC X(4).
	05 SECLIM-DESCRIPTION		PIC X(30).
	05 SECLIM-BASIS-FLAG		PIC X.
		88  SECLIM-BY-AMOUNT	VALUE "A".
		88  SECLIM-BY-PERCENT	VALUE "P".
	05 SECLIM-LIMIT-AMOUNT		PIC S9(13)V99 COMP-3.
	05 SECLIM-LIMIT-PCT		PIC S9(3)V99 COMP-3.
	05 SECLIM-WARNING-PCT		PIC S9(3)V99 COMP-3.
	05 SECLIM-STATUS-FLAG		PIC X.
		88  SECLIM-ACTIVE	VALUE "A".
		88  SECLIM-INACTIVE	VALUE "I".
      *
