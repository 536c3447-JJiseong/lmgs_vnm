      *
      *  RPTDEFR.cbl
      *
      *  Report definition record, maintained by RPTDMNT1.  One row
      *  per batch print output the report catalogue (RPTCTBT1)
      *  registers each night, keyed on the producing job's name -
      *  the report itself is that job's <JOB>.OUT.  The branch
      *  column is where a detail line carries its six-character
      *  branch code (zero for a report with no branch split, which
      *  is catalogued whole); page lines is how many lines make a
      *  printed page (zero means 60).  An inactive row is skipped.
      *
	05 RPTDEF-JOB-NAME		PIC X(8).
	05 RPTDEF-DESCRIPTION		PIC X(30).
	05 RPTDEF-BRANCH-COLUMN		PIC 9(3).
	05 RPTDEF-PAGE-LINES		PIC 9(3).
	05 RPTDEF-ACTIVE-FLAG		PIC X.
		88  RPTDEF-ACTIVE	VALUE "Y".
		88  RPTDEF-INACTIVE	VALUE "N".
      *
