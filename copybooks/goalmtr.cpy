      *  Copybook.....: GOALMTR
      *  Description..: Record layout for the GOALTRAN maintenance
      *  transaction file read by GOALMNT. One record carries one
      *  add/change/delete action to apply to the GOALMSTR client
      *  goal file by account-number plus goal code.
       01  goaltran-record.
           05  gm-action-code              pic x(01).
               88  gm-action-add                      value "A".
               88  gm-action-change                   value "C".
               88  gm-action-delete                   value "D".
           05  gm-account-number           pic x(10).
           05  gm-goal-code                pic x(04).
           05  gm-goal-description         pic x(30).
           05  gm-target-amount            pic 9(11).
           05  gm-target-date              pic x(08).
           05  filler                      pic x(16).
