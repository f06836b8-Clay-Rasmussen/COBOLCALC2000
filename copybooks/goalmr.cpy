      *  Copybook.....: GOALMR
      *  Description..: Record layout for the GOALMSTR client goal
      *  file, keyed by account-number plus a goal code, so one
      *  account can carry several standing goals - retirement,
      *  education, and the like - each with its own target amount
      *  and target date. Maintained by GOALMNT from GOALTRAN
      *  transactions and read nightly by GOALMON.
       01  goalmstr-record.
           05  gl-goal-key.
               10  gl-account-number       pic x(10).
               10  gl-goal-code            pic x(04).
           05  gl-goal-description         pic x(30).
           05  gl-target-amount            pic 9(11).
           05  gl-target-date              pic x(08).
           05  gl-date-added               pic x(08).
           05  filler                      pic x(09).
