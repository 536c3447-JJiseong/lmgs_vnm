      *
      *  Deposit rate-board record.  One row per deposit product
      *  type and tenor band per effective date, keyed product
      *  type ("FD" fixed deposits, "DD" demand deposits, "RD"
      *  recurring deposits) + the
      *  band's minimum tenor in months + effective date, carrying
      *  the board rate and the bounded negotiated-margin allowance
      *  a branch may add for a haggling customer.  LNPRODR
      *  stopped branches free-handing loan rates; this is the
      *  deposit side of the same discipline - FXDEPMT1, DDACCT01
      *  and RCDEP01 validate every keyed rate against the board
      *  through RTBDLK1, and RTBDBT1 reports every account still
      *  standing above it.  Maintained through RTBDMNT1 under the
      *  same maker-checker dual control as the exchange-rate
