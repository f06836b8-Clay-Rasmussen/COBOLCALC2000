      *  Copybook.....: ADVBRR
      *  Description..: Record layout for the ADVBRTBL advisor and
      *  branch reference table, keyed by entry type plus code. An
      *  advisor entry ("A") holds the advisor's name, home branch,
      *  and active/terminated status; a branch entry ("B") holds
      *  the branch name and the region it rolls up to. ACCTMNT
      *  edits the advisor and branch codes on ACCTMSTR against
      *  this table, and the reports print names from it instead of
      *  bare codes. The table is maintained by ADVBMNT from
      *  ADVBTRAN transactions.
       01  advbrtbl-record.
           05  ab-table-key.
               10  ab-entry-type           pic x(01).
                   88  ab-advisor-entry               value "A".
                   88  ab-branch-entry                value "B".
               10  ab-entry-code           pic x(03).
           05  ab-entry-name               pic x(30).
           05  ab-advisor-data.
               10  ab-home-branch          pic x(03).
               10  ab-advisor-status       pic x(01).
                   88  ab-advisor-active              value "A".
                   88  ab-advisor-terminated          value "T".
               10  filler                  pic x(04).
           05  ab-branch-data redefines ab-advisor-data.
               10  ab-region-code          pic x(04).
               10  filler                  pic x(04).
           05  filler                      pic x(38).
