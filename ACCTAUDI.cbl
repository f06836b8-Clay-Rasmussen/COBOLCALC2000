      *  anything older has long since been answered.
      *
      *  Modifications:
      *  10.15.2026  CR  Each change now also shows who keyed it and,
      *                  for a change released through ACCTAPR dual-
      *                  control approval, who released it, from the
      *                  fields added to the ACCTAUD record.
      *  10.15.2026  CR  The before and after images now show the
      *                  account's fee-schedule code.
      *  10.15.2026  CR  The before and after images now show the
      *                  account's household ID and primary mailing
      *                  flag, and widen with the master record.

       environment division.

           05  print-counter           pic 9(04)    value zero.

       01  held-change-table.
           05  hc-entry                pic x(276)
               occurs 99 times.

           copy acctaur replacing leading ==au-== by ==hw-==
               end-if
           end-if
           move spaces to audirpt-line.
           if hw-approved-by = spaces
               string "Changed " hw-run-date delimited by size
                   "  Action: " action-text delimited by size
                   "  By: " hw-entered-by delimited by size
                   into audirpt-line
               end-string
           else
               string "Changed " hw-run-date delimited by size
                   "  Action: " action-text delimited by size
                   "  By: " hw-entered-by delimited by size
                   "  Approved: " hw-approved-by delimited by size
                   into audirpt-line
               end-string
           end-if
           write audirpt-line.
           add 1 to rpt-line-count.
           move "Before " to image-label-text.
                   delimited by size
                   "  Adv " iv-advisor-code delimited by size
                   "  Br " iv-branch-code delimited by size
                   "  Fee " iv-fee-schedule-code delimited by size
                   "  Hhld " iv-household-id delimited by size
                   " " iv-household-primary delimited by size
                   into audirpt-line
               end-string
               write audirpt-line
