      *  Copybook.....: ADVBMTR
      *  Description..: Record layout for the ADVBTRAN maintenance
      *  transaction file read by ADVBMNT. One record carries one
      *  add/change/delete action to apply to the ADVBRTBL advisor
      *  and branch reference table by entry type plus code. The
      *  home branch and status fields apply to advisor entries,
      *  the region code to branch entries.
       01  advbtran-record.
           05  bm-action-code              pic x(01).
               88  bm-action-add                      value "A".
               88  bm-action-change                   value "C".
               88  bm-action-delete                   value "D".
           05  bm-entry-type               pic x(01).
               88  bm-advisor-entry                   value "A".
               88  bm-branch-entry                    value "B".
           05  bm-entry-code               pic x(03).
           05  bm-entry-name               pic x(30).
           05  bm-home-branch              pic x(03).
           05  bm-advisor-status           pic x(01).
               88  bm-advisor-active                  value "A".
               88  bm-advisor-terminated              value "T".
           05  bm-region-code              pic x(04).
           05  filler                      pic x(37).
