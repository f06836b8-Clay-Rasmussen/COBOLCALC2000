      *  Description..: Record layout for the ACCTTRAN maintenance
      *  transaction file read by ACCTMNT. One record carries one
      *  add/change/delete action to apply to the ACCTMSTR client
      *  master file by account-number. The entered-by field names
      *  the person who keyed the transaction, so a change held for
      *  dual-control approval can be released only by somebody
      *  else. A fee-schedule code of NONE on a change takes the
      *  account off its fee schedule. The household ID and primary
      *  flag (Y or N) place the account in a household; a
      *  household ID of NONE on a change takes the account out of
      *  its household.
       01  accttran-record.
           05  at-action-code              pic x(01).
               88  at-action-add                      value "A".
           05  at-advisor-code             pic x(03).
           05  at-branch-code              pic x(03).
           05  at-periodic-withdrawal      pic 9(7).
           05  at-entered-by               pic x(08).
           05  at-fee-schedule-code        pic x(04).
           05  at-household-id             pic x(08).
           05  at-household-primary        pic x(01).
               88  at-household-primary-valid         value "Y" "N"
                                                            " ".
           05  filler                      pic x(01).
