      *  Copybook.....: FEEMTR
      *  Description..: Record layout for the FEETRAN maintenance
      *  transaction file read by FEEMNT. One record carries one
      *  add/change/delete action to apply to the FEETBL fee
      *  schedule table by fee-schedule-code plus effective-from
      *  date. An add or change carries the full set of tiers; a
      *  change replaces the entry's tiers as a whole.
       01  feetran-record.
           05  fm-action-code              pic x(01).
               88  fm-action-add                      value "A".
               88  fm-action-change                   value "C".
               88  fm-action-delete                   value "D".
           05  fm-fee-schedule-code        pic x(04).
           05  fm-effective-from           pic x(08).
           05  fm-description              pic x(30).
           05  fm-fee-tiers.
               10  fm-tier                 occurs 5 times.
                   15  fm-tier-limit       pic 9(11).
                   15  fm-tier-pct         pic 9v999.
           05  filler                      pic x(02).
