      *
      *  HBSTATR.cbl
      *
      *  Service heartbeat state.  One row per service the probe
      *  (HBPRBT1) has found registered on the SUB-TYPE registry
      *  (SUBTYPER) or the dispatch-priority file (SVCPRIOR),
      *  keyed on the service name, holding the outcome of its
      *  latest probe and how many probes in a row have failed.
      *  HBSTAT-ALERT-FLAG is set once the failure run has raised
      *  its manual alert, so a service that stays down is alerted
      *  once, not every few minutes; the first probe that gets an
      *  answer clears both.
      *
      *  A row the probe adds is probed from then on; operations
      *  set HBSTAT-PROBE-FLAG to "N" for a service that must not
      *  be called with an empty request.
      *
	05 HBSTAT-SERVICE-NAME		PIC X(15).
	05 HBSTAT-PROBE-FLAG		PIC X.
		88  HBSTAT-PROBED	VALUES "Y", " ".
		88  HBSTAT-EXCLUDED	VALUE "N".
	05 HBSTAT-CONSEC-FAILS		PIC S9(5) COMP-3.
	05 HBSTAT-ALERT-FLAG		PIC X.
		88  HBSTAT-ALERT-RAISED	VALUE "Y".
		88  HBSTAT-NO-ALERT	VALUES "N", " ".
	05 HBSTAT-LAST-DATE		PIC X(8).
	05 HBSTAT-LAST-TIME		PIC X(6).
	05 HBSTAT-LAST-RESULT		PIC X.
		88  HBSTAT-LAST-UP	VALUE "U".
		88  HBSTAT-LAST-DOWN	VALUE "D".
      *
