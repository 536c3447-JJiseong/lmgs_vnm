      *
      *  ARCHIDXR.cbl
      *
      *  Archive generation index record.  One row per generation
      *  file ARCHBAT1 has cut and verified, keyed on the log name and
      *  the generation date, carrying the generation file name
      *  (<LOG>.G<yyyymmdd>) and the record count it was verified at,
      *  so a job that needs history beyond the live log - the
      *  dormant user-ID sweep reading old SESSLOG generations - can
      *  find every generation of a log by START/READ NEXT instead of
      *  an operator keying file names.  A generation whose count
      *  check failed is never indexed.
      *
	05 ARCHIDX-KEY.
		10  ARCHIDX-LOG-NAME	PIC X(8).
		10  ARCHIDX-GEN-DATE	PIC X(8).
	05 ARCHIDX-GEN-NAME		PIC X(20).
	05 ARCHIDX-RECORD-COUNT		PIC 9(9).
      *
