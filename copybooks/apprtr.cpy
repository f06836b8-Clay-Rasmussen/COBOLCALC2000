      *  Copybook.....: APPRTR
      *  Description..: Record layout for the APRTRAN approval
      *  decision file read by ACCTAPR. One record releases or
      *  declines one ACCTPEND pending-approval item by its key - the
      *  date the change was held plus its sequence number - and
      *  names the approver, who must not be the person who keyed
      *  the change.
       01  aprtran-record.
           05  ap-decision-code            pic x(01).
               88  ap-decision-release                value "R".
               88  ap-decision-decline                value "D".
           05  ap-pending-key.
               10  ap-hold-date            pic x(08).
               10  ap-hold-number          pic 9(04).
           05  ap-approver-id              pic x(08).
           05  ap-decline-reason           pic x(30).
           05  filler                      pic x(29).
