      *  Copybook.....: CUSTPSR
      *  Description..: Record layout for the CUSTPOS nightly
      *  position file sent by the custodian. One record carries the
      *  actual market value the custodian holds for one account as
      *  of the custodian's business date, so CALCPOS can catch a
      *  stale ACCTMSTR investment amount and back-test the
      *  projections CALC2000 made against what actually happened.
       01  custpos-record.
           05  cp-account-number           pic x(10).
           05  cp-as-of-date               pic x(08).
           05  cp-market-value             pic 9(11)v99.
           05  filler                      pic x(49).
