      *  for the after image of a delete - so when CALCCMP flags a
      *  variance the question "who changed this account, when, and
      *  from what value" is answered by the ACCTAUDI inquiry
      *  instead of a filed paper report. The entered-by and
      *  approved-by fields name who keyed the transaction and, for
      *  a change released through ACCTAPR dual-control approval,
      *  who released it.
       01  acctaudit-record.
           05  au-run-date                 pic x(08).
           05  au-action-code              pic x(01).
               88  au-action-change                   value "C".
               88  au-action-delete                   value "D".
           05  au-account-number           pic x(10).
           05  au-before-image             pic x(120).
           05  au-after-image              pic x(120).
           05  au-entered-by               pic x(08).
           05  au-approved-by              pic x(08).
           05  filler                      pic x(01).
