      *    CKPTINT   TAXUPD checkpoint interval
      *    STALDAYS  REFNDCLR stale-date threshold days
      *    NTCLEAD   DELNOTCE final-demand lead days
      *    ADJTHRSH  ADJWORK adjustment approval threshold
      *    ADJEXPDY  ADJWORK/ADJRLSE pending-approval expiry days
      *    NFGRACE   NONFILER grace days past the return due date
      *    NFESTAMT  NONFILER estimate when no earlier return
      *    AGYDAYS   AGYPLCMT days after final demand to place
      *    AGYCOMM   AGYRMIT collection agency commission rate
      *    ACCSDAYS  ACCSRPT days of access log reported
      *    ACCSFROM  ACCSRPT business hours start, HHMM
      *    ACCSTO    ACCSRPT business hours end, HHMM
      *    ACCSHIGH  ACCSRPT accounts one operator may view a day
      *    ACHPNDAY  ACHORIG days to wait on a prenote for returns
      *    ACHRTNMX  BANKRTRN debit returns before back to mail
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
