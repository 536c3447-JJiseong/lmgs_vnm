      *
      *  TXRESR.cbl
      *
      *  Tax-residency self-certification register (FATCA/CRS).
      *  One row per customer, keyed on the CIF number
      *  (CUSTM-CUSTOMER-NO), holding what the CIF never had: up to
      *  three countries of tax residence (ISO alpha-2) each with
      *  the taxpayer identification number that country issued,
      *  the US indicia found on the customer's file - US
      *  citizenship or residence, US place of birth, a US address,
      *  a US telephone number, a standing order to a US account -
      *  and the date the customer signed the self-certification.
      *
      *  A row is CERTIFIED once the signed form is in and its date
      *  keyed (TXRSMNT1); CUSTMNT1 writes a PENDING row, with the
      *  indicia it saw, for a new customer whose address or ID
      *  looks foreign and who has not certified yet.  The
      *  year-end reportable-account extract (TXRPBT1) reads the
      *  countries and indicia, and reports a PENDING customer with
      *  US indicia as undocumented.
      *
	05 TXRES-CUSTOMER-NO		PIC X(12).
	05 TXRES-RESIDENCES.
		10  TXRES-COUNTRY-1	PIC X(2).
		10  TXRES-TIN-1		PIC X(20).
		10  TXRES-COUNTRY-2	PIC X(2).
		10  TXRES-TIN-2		PIC X(20).
		10  TXRES-COUNTRY-3	PIC X(2).
		10  TXRES-TIN-3		PIC X(20).
	05 TXRES-RESIDENCE-TABLE REDEFINES TXRES-RESIDENCES.
		10  TXRES-RESIDENCE OCCURS 3 TIMES.
			15  TXRES-COUNTRY	PIC X(2).
			15  TXRES-TIN		PIC X(20).
	05 TXRES-US-INDICIA.
		10  TXRES-US-CITIZEN-FLAG	PIC X.
		10  TXRES-US-BIRTH-FLAG		PIC X.
		10  TXRES-US-ADDRESS-FLAG	PIC X.
		10  TXRES-US-PHONE-FLAG		PIC X.
		10  TXRES-US-STANDING-FLAG	PIC X.
	05 TXRES-CERT-DATE		PIC X(8).
	05 TXRES-STATUS-FLAG		PIC X.
		88  TXRES-CERTIFIED	VALUE "C".
		88  TXRES-PENDING	VALUE "P".
      *
