      *  Copybook.....: ACCTPNR
      *  Description..: Record layout for the ACCTPEND pending-
      *  approval file, keyed by the date a change was held plus a
      *  sequence number within that date. ACCTMNT writes one record
      *  for every delete, and every change that moves the
      *  investment amount, contribution, or withdrawal beyond the
      *  dual-control threshold, instead of applying it to ACCTMSTR.
      *  The record carries the ACCTTRAN transaction exactly as it
      *  was keyed and the master record image it was keyed
      *  against. ACCTAPR releases or declines each item by key; the
      *  record stays on file with its decision, who made it, and
      *  when, as the dual-control trail.
       01  acctpend-record.
           05  pa-pending-key.
               10  pa-hold-date            pic x(08).
               10  pa-hold-number          pic 9(04).
           05  pa-pending-status           pic x(01).
               88  pa-status-pending                  value "P".
               88  pa-status-released                 value "R".
               88  pa-status-declined                 value "D".
           05  pa-hold-reason              pic x(40).
           05  pa-account-number           pic x(10).
           05  pa-action-code              pic x(01).
           05  pa-entered-by               pic x(08).
           05  pa-decision-date            pic x(08).
           05  pa-decided-by               pic x(08).
           05  pa-decline-reason           pic x(30).
           05  pa-tran-image               pic x(120).
           05  pa-before-image             pic x(120).
           05  filler                      pic x(02).
