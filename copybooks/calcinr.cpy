      *  detail record may carry up to three stepped rate segments -
      *  a year span and a rate, or a rate code resolved from
      *  RATETBL - that replace the single yearly rate across the
      *  projection horizon; the last segment runs to the end. A
      *  fee-schedule code names the FEETBL advisory fee schedule
      *  deducted from the balance every period.
       01  calcin-record.
           05  ci-record-type              pic x(01).
               88  ci-header-record                   value "H".
                       20  ci-segment-rate     pic 99v9.
                       20  ci-segment-rate-code
                                               pic x(04).
               10  ci-fee-schedule-code        pic x(04).
               10  filler                      pic x(25).
           05  ci-header-data redefines ci-detail-data.
               10  ci-batch-date               pic x(08).
               10  ci-batch-number             pic 9(04).
