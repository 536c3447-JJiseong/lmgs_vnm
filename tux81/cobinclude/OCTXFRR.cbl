      *  bank, keyed on the posting's commit-sequence TRANID so the
      *  acknowledgement that comes back from the clearing system
      *  can be matched one-for-one (OCTRCN1).  Written by LNPOST01
      *  when the disbursement's pay mode is TRANSFER, and by
      *  PTXFR01 for a portal transfer to another bank; dispatched to
      *  the clearing house by OCTXBAT1 under control totals.  A row
      *  is SENT from posting until OCTXBAT1 extracts it (so a
      *  missed dispatch day is picked up by the next run, and a
