      *  ARCHBAT1.cbl
      *
      *  Generational archive/purge batch for the append-only logs.
      *  SVCLOG, SESSLOG, BCTLOG, CMTLOG, the report viewer access
      *  log RPTVLOG and the AUDTRLR audit trail grow without
      *  bound - the service-outcome log alone is the largest file
      *  on the system - so each run cuts every log into a dated
      *  generation file named <LOG>.G<yyyymmdd>,
      *  re-reads the generation to verify its record count equals
      *  what was copied, and only then truncates the live file.  A
      *  generation that fails the count check is reported and the
      *  recoverable, losing the live audit trail is not.  The run
      *  report (ARCHBAT1.OUT) lists each log's archived count and
      *  verification result; ARCHINQ1 searches a named generation
      *  when audit asks about last year.  Each verified generation
      *  is also entered on the archive generation index (ARCHIDXR)
      *  under its log name and date, so a job that needs a log's
      *  history - the dormant user-ID sweep (USRDMBT1) reading
      *  SESSLOG - finds every generation by key.  The report
      *  catalogue (RPTCTBT1) enters its dated report copies on the
      *  same index under the producing job's name, so a catalogued
      *  report is kept and found as one more generation.
      *
      *  The retention boundary is the run date: operations schedule
      *  this job at the retention interval (weekly, monthly), and
		SELECT CMT-LOG-FILE ASSIGN TO "CMTLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-LIVE-STATUS.
		SELECT RPT-VIEW-LOG-FILE ASSIGN TO "RPTVLOG"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-LIVE-STATUS.
		SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRLR"
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-LIVE-STATUS.
		SELECT GENERATION-FILE ASSIGN TO WS-GEN-NAME
			ORGANIZATION IS SEQUENTIAL
			FILE STATUS IS WS-GEN-STATUS.
		SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDXR"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ARCHIDX-KEY
			FILE STATUS IS WS-ARCHIDX-STATUS.
		SELECT RPT-FILE ASSIGN TO "ARCHBAT1.OUT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RPT-STATUS.
	FD  CMT-LOG-FILE.
	01  CMT-LOG-RECORD.
		COPY CMTLOGR.
	FD  RPT-VIEW-LOG-FILE.
	01  RPT-VIEW-LOG-RECORD.
		COPY RPTVLOGR.
	FD  AUDIT-TRAIL-FILE.
	01  AUDIT-TRAIL-RECORD.
		COPY AUDTRLR.
		RECORD IS VARYING IN SIZE FROM 1 TO 210
		DEPENDING ON WS-REC-LEN.
	01  GENERATION-RECORD		PIC X(210).
	FD  ARCHIVE-INDEX-FILE.
	01  ARCHIVE-INDEX-RECORD.
		COPY ARCHIDXR.
	FD  RPT-FILE.
	01  RPT-LINE			PIC X(80).
      *
	01  WS-LIVE-STATUS		PIC XX.
	01  WS-GEN-STATUS		PIC XX.
	01  WS-RPT-STATUS		PIC XX.
	01  WS-ARCHIDX-STATUS		PIC XX.
	01  WS-NOW			PIC X(21).
	01  WS-TODAY			PIC X(8).
	01  WS-GEN-NAME			PIC X(20).
		PERFORM 3000-ARCHIVE-BCTLOG
		PERFORM 4000-ARCHIVE-CMTLOG
		PERFORM 5000-ARCHIVE-AUDTRLR
		PERFORM 6000-ARCHIVE-RPTVLOG
		CLOSE RPT-FILE
		STOP RUN.
      *
				OPEN OUTPUT SVC-LOG-FILE
				CLOSE SVC-LOG-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
				OPEN OUTPUT SESS-LOG-FILE
				CLOSE SESS-LOG-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
				OPEN OUTPUT BCT-LOG-FILE
				CLOSE BCT-LOG-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
				OPEN OUTPUT CMT-LOG-FILE
				CLOSE CMT-LOG-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
				OPEN OUTPUT AUDIT-TRAIL-FILE
				CLOSE AUDIT-TRAIL-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
					FROM AUDIT-TRAIL-RECORD
				ADD 1 TO WS-COPIED-COUNT
		END-READ.
      *
	6000-ARCHIVE-RPTVLOG.
		MOVE "RPTVLOG" TO WS-LOG-NAME
		PERFORM 8000-BUILD-GEN-NAME
		MOVE ZERO TO WS-COPIED-COUNT
		MOVE "N" TO WS-EOF-FLAG
		OPEN INPUT RPT-VIEW-LOG-FILE
		IF WS-LIVE-STATUS NOT = "00"
			CLOSE RPT-VIEW-LOG-FILE
			PERFORM 8400-REPORT-EMPTY
		ELSE
			OPEN OUTPUT GENERATION-FILE
			PERFORM 6100-COPY-RPTVLOG UNTIL WS-EOF
			CLOSE RPT-VIEW-LOG-FILE
			CLOSE GENERATION-FILE
			PERFORM 8100-VERIFY-GENERATION
			IF WS-VERIFY-COUNT = WS-COPIED-COUNT
				OPEN OUTPUT RPT-VIEW-LOG-FILE
				CLOSE RPT-VIEW-LOG-FILE
				PERFORM 8200-REPORT-ARCHIVED
				PERFORM 8500-INDEX-GENERATION
			ELSE
				PERFORM 8300-REPORT-MISMATCH
			END-IF
		END-IF.
      *
	6100-COPY-RPTVLOG.
		READ RPT-VIEW-LOG-FILE
			AT END
				SET WS-EOF TO TRUE
			NOT AT END
				MOVE LENGTH OF RPT-VIEW-LOG-RECORD
					TO WS-REC-LEN
				WRITE GENERATION-RECORD
					FROM RPT-VIEW-LOG-RECORD
				ADD 1 TO WS-COPIED-COUNT
		END-READ.
      *
	8000-BUILD-GEN-NAME.
		MOVE SPACES TO WS-GEN-NAME
		MOVE WS-DETAIL-LINE TO RPT-LINE
		WRITE RPT-LINE.
      *
	8500-INDEX-GENERATION.
		OPEN I-O ARCHIVE-INDEX-FILE
		IF WS-ARCHIDX-STATUS NOT = "00"
			CLOSE ARCHIVE-INDEX-FILE
			OPEN OUTPUT ARCHIVE-INDEX-FILE
		END-IF
		MOVE WS-LOG-NAME TO ARCHIDX-LOG-NAME
		MOVE WS-TODAY TO ARCHIDX-GEN-DATE
		READ ARCHIVE-INDEX-FILE
			INVALID KEY
				MOVE WS-GEN-NAME TO ARCHIDX-GEN-NAME
				MOVE WS-COPIED-COUNT
					TO ARCHIDX-RECORD-COUNT
				WRITE ARCHIVE-INDEX-RECORD
			NOT INVALID KEY
				MOVE WS-GEN-NAME TO ARCHIDX-GEN-NAME
				MOVE WS-COPIED-COUNT
					TO ARCHIDX-RECORD-COUNT
				REWRITE ARCHIVE-INDEX-RECORD
		END-READ
		CLOSE ARCHIVE-INDEX-FILE.
      *
