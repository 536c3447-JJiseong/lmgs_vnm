      *
      *  RPTCATR.cbl
      *
      *  Report catalogue record, written by RPTCTBT1.  One row per
      *  report run (job name and business date) with a blank branch
      *  code covering the whole report, and one row per branch that
      *  has lines on it, giving the first and last page those lines
      *  fall on and how many there are.  The generation name is the
      *  dated copy of the report (<JOB>.G<yyyymmdd>) that stays on
      *  the archive generation index (ARCHIDXR) with ARCHBAT1's log
      *  generations - the live <JOB>.OUT is overwritten the next
      *  night.  RPTVW1 reads it to show a branch its own pages.
      *
	05 RPTCAT-KEY.
		10  RPTCAT-JOB-NAME	PIC X(8).
		10  RPTCAT-BUS-DATE	PIC X(8).
		10  RPTCAT-BRANCH-CODE	PIC X(6).
	05 RPTCAT-GEN-NAME		PIC X(20).
	05 RPTCAT-FIRST-PAGE		PIC 9(5).
	05 RPTCAT-LAST-PAGE		PIC 9(5).
	05 RPTCAT-LINE-COUNT		PIC 9(7).
	05 RPTCAT-BRANCH-COLUMN		PIC 9(3).
	05 RPTCAT-PAGE-LINES		PIC 9(3).
	05 RPTCAT-CATALOGUED-DATE	PIC X(8).
	05 RPTCAT-CATALOGUED-TIME	PIC X(6).
      *
