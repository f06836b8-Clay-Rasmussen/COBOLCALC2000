      *  file, keyed by account-number. Holds the stored projection
      *  inputs for a client so CALC2000 can look them up and
      *  update last-run-date by key instead of re-keying the same
      *  fields from CALCIN every time. The fee-schedule code points
      *  the client at the FEETBL advisory fee schedule the
      *  projection deducts; blank means no fee is charged. The
      *  household ID groups the accounts of one family for the
      *  CALCHHS consolidated household statement, and the primary
      *  flag marks the one member account the statement is mailed
      *  to; both are blank for an account in no household.
       01  acctmstr-record.
           05  am-account-number           pic x(10).
           05  am-owner-name               pic x(30).
           05  am-advisor-code             pic x(03).
           05  am-branch-code              pic x(03).
           05  am-periodic-withdrawal      pic 9(7).
           05  am-fee-schedule-code        pic x(04).
           05  am-household-id             pic x(08).
           05  am-household-primary        pic x(01).
               88  am-household-mailing               value "Y".
           05  filler                      pic x(21).
