		88  CUSTM-KYC-LOW	VALUE "L".
	05 CUSTM-KYC-REVIEW-DATE	PIC X(8).
      *
      *
      *  Date of birth (CCYYMMDD), keyed at CUSTMNT1.  Besides
      *  identifying the customer it is one leg of the nightly
      *  duplicate-customer match (DUPCBT1): the same normalised
      *  name at the same address is a far stronger candidate when
      *  the birth dates agree too.  Spaces on records registered
      *  before the field existed.
      *
	05 CUSTM-BIRTH-DATE		PIC X(8).
