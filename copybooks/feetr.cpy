      *  Copybook.....: FEETR
      *  Description..: Record layout for the FEETBL advisory fee
      *  schedule table, keyed by fee-schedule-code plus effective-
      *  from date, the same way RATETBL is keyed. One entry holds
      *  up to five balance tiers. Each tier's annual fee percent
      *  applies to the part of the balance above the prior tier's
      *  limit up to its own limit; a zero limit, or the fifth
      *  tier, runs open-ended and ends the schedule. CALC2000
      *  resolves the entry with the latest effective-from date not
      *  after the run date. The table is maintained by FEEMNT from
      *  FEETRAN transactions.
       01  feetbl-record.
           05  ft-fee-key.
               10  ft-fee-schedule-code    pic x(04).
               10  ft-effective-from       pic x(08).
           05  ft-description              pic x(30).
           05  ft-fee-tiers.
               10  ft-tier                 occurs 5 times.
                   15  ft-tier-limit       pic 9(11).
                   15  ft-tier-pct         pic 9v999.
           05  filler                      pic x(03).
