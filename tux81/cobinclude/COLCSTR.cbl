      *
      *  COLCSTR.cbl
      *
      *  Title-document safe-custody register.  One row per COLLATR
      *  item whose physical title document - the land-use right
      *  certificate, the vehicle registration - the bank holds,
      *  keyed on the collateral ID: what the document is, the vault
      *  location it is filed at and the date it was lodged.  While
      *  the document is out of the vault the row carries who has
      *  it, why, since when and the date it is due back; each
      *  check-out and check-in is kept on the custody log
      *  (COLCLGR) under the row's last sequence number.  Lodging
      *  and every movement are keyed at COLCMNT1 and applied only
      *  on a second user's approval in APPRMNT1 (targets COLCSTR
      *  and COLCLGR).  CRELCF01 will not confirm a collateral
      *  release while the document is checked out, and marks it
      *  returned to the customer when it does; COLCRBT1 lists the
      *  documents overdue back to the vault by branch.
      *
	05 COLCST-COLLATERAL-ID		PIC X(12).
	05 COLCST-DOC-TYPE		PIC X(2).
		88  COLCST-LAND-USE-CERT
					VALUE "LU".
		88  COLCST-VEHICLE-REG	VALUE "VR".
		88  COLCST-OTHER-TITLE	VALUE "OT".
		88  COLCST-DOC-TYPE-VALID
					VALUE "LU" "VR" "OT".
	05 COLCST-DOC-REFERENCE		PIC X(20).
	05 COLCST-VAULT-LOCATION	PIC X(20).
	05 COLCST-LODGED-DATE		PIC X(8).
	05 COLCST-CUSTODY-STATUS	PIC X.
		88  COLCST-IN-VAULT	VALUE "V".
		88  COLCST-CHECKED-OUT	VALUE "O".
		88  COLCST-RETURNED	VALUE "R".
	05 COLCST-HOLDER		PIC X(30).
	05 COLCST-PURPOSE		PIC X(30).
	05 COLCST-OUT-DATE		PIC X(8).
	05 COLCST-DUE-BACK-DATE		PIC X(8).
	05 COLCST-LAST-SEQ		PIC 9(5).
	05 COLCST-APPROVED-BY		PIC X(30).
      *
