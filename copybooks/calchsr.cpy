      *  history file, keyed by account-number plus run-date. One
      *  record holds the inputs used and the final future-value and
      *  real-future-value a run produced for an account, so a later
      *  run's results can be compared against the prior run's. The
      *  rate code the projection resolved its rate from is kept so
      *  CALCPOS can back-test each RATETBL assumption against the
      *  custodian's actual balances. The future value is net of
      *  the advisory fee; the gross value, the total fees projected
      *  over the horizon, and the fee-schedule code are kept beside
      *  it.
       01  calchist-record.
           05  hs-history-key.
               10  hs-account-number       pic x(10).
                   15  hs-segment-years    pic 9(2).
                   15  hs-segment-rate     pic 99v9.
           05  hs-batch-number             pic 9(4).
           05  hs-rate-code                pic x(04).
           05  hs-gross-future-value       pic 9(11)v99.
           05  hs-total-fees               pic 9(11)v99.
           05  hs-fee-schedule-code        pic x(04).
           05  filler                      pic x(13).
