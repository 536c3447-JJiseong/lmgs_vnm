      *  whether the call intakes a new clearing-house settlement
      *  record or inquires one already on file; the remaining
      *  fields carry the cheque attributes in and the matched
      *  status back out.  The CIF numbers of the parties whose
      *  signatures the clearing desk verified on the cheque go in
      *  with it, checked against the drawn account's signing
      *  mandate.
      *
	05 CHQCLRD-FUNCTION-CODE	PIC X.
		88  CHQCLRD-INTAKE	VALUE "I".
		88  CHQCLRD-UNMATCHED	VALUE "U".
	05 CHQCLRD-MATCHED-INSTALLMENT-NO
					PIC 9(5).
	05 CHQCLRD-SIGNERS.
		10  CHQCLRD-SIGNER-NO	PIC X(12) OCCURS 4 TIMES.
      *
