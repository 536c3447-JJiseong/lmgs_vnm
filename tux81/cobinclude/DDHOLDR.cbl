      *  taped to the teller's screen, finally on file.  Placed
      *  through DDHOLD01 with immediate effect (a court order
      *  cannot wait for a second pair of eyes); every debit path
      *  (DDACCT01, TELLRW01, AUTODBAT1, CCHQIS01, PTXFR01) checks
      *  the account's active unexpired holds through DDHLDCK1
      *  before money moves.  A release goes through the maker-checker
      *  pattern: DDHOLD01 parks the released image on PNDCHGR and
      *  only APPRMNT1 (target DDHOLDR), under a second user's
      *  name with the approval imaged to AUDTRLR, applies it.
