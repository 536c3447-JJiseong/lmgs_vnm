      *
      *  RPTVLOGR.cbl
      *
      *  Report viewer access record.  Appended by RPTVW1 each time
      *  a user opens a catalogued report, carrying who opened it,
      *  from which CLIENTID and so which branch (CLIENTMR), which
      *  report run, and when.  Archived with the other logs by
      *  ARCHBAT1.
      *
	05 RPTVLOG-USRNAME		PIC X(30).
	05 RPTVLOG-CLIENTID		PIC S9(9) COMP-5.
	05 RPTVLOG-BRANCH-CODE		PIC X(6).
	05 RPTVLOG-JOB-NAME		PIC X(8).
	05 RPTVLOG-BUS-DATE		PIC X(8).
	05 RPTVLOG-VIEW-DATE		PIC X(8).
	05 RPTVLOG-VIEW-TIME		PIC X(6).
      *
