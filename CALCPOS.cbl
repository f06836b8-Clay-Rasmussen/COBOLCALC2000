       identification division.

       program-id. calcpos.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program loads the custodian's nightly
      *  CUSTPOS position file - account, as-of date, and actual
      *  market value - and puts it to two uses. First, every
      *  account whose ACCTMSTR investment amount has drifted from
      *  the custodian's value by more than the POSPARM tolerance is
      *  reported as stale, and when POSPARM asks for it a change
      *  transaction bringing the master up to the custodian's value
      *  is written to POSTRAN in the ACCTTRAN layout for ACCTMNT to
      *  apply. Second, each account's latest CALCHIST projection
      *  made at least a year (the POSPARM back-test age) before the
      *  as-of date is re-compounded from its stored inputs up to
      *  the as-of date, and that projected-for-today value is
      *  compared with what the custodian actually holds. The
      *  back-test is summarized by rate code and by branch on the
      *  POSRPT report, so a RATETBL assumption that is running hot
      *  or cold shows up in numbers instead of anecdotes. The back-test
      *  re-compounds the baseline net of the advisory fee, since the
      *  custodian's balance is after fees: the baseline's fee-schedule
      *  code is resolved on the FEETBL fee schedule table as of its run
      *  date and the tiered fee is deducted every period the way
      *  CALC2000 deducts it. Every abend ends the run with return code
      *  16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select custpos-file assign to "CUSTPOS"
               organization is line sequential
               file status is custpos-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select calchist-file assign to "CALCHIST"
               organization is indexed
               access mode is dynamic
               record key is hs-history-key
               file status is calchist-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

           select posparm-file assign to "POSPARM"
               organization is line sequential
               file status is posparm-file-status.

           select postran-file assign to "POSTRAN"
               organization is line sequential
               file status is postran-file-status.

           select posrpt-file assign to "POSRPT"
               organization is line sequential
               file status is posrpt-file-status.

       data division.

       file section.

       fd  custpos-file
           label records are standard.
           copy custpsr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  calchist-file
           label records are standard.
           copy calchsr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  posparm-file
           label records are standard.
       01  posparm-record.
           05  pm-tolerance-pct            pic 99v9.
           05  pm-generate-trans           pic x(01).
           05  pm-backtest-days            pic 9(04).
           05  filler                      pic x(72).

       fd  postran-file
           label records are standard.
           copy accttr.

       fd  posrpt-file
           label records are standard.
       01  posrpt-line                 pic x(80).

       working-storage section.

       01  custpos-file-status        pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  calchist-file-status       pic x(02).
       01  posparm-file-status        pic x(02).
       01  postran-file-status        pic x(02).
       01  posrpt-file-status         pic x(02).
       01  feetbl-file-status         pic x(02).

       01  run-switches.
           05  custpos-eof-switch      pic x(01)    value "N".
               88  custpos-eof                       value "Y".
           05  position-switch         pic x(01)    value "Y".
               88  position-valid                     value "Y".
               88  position-invalid                   value "N".
           05  account-lookup-switch   pic x(01)    value "Y".
               88  account-found                      value "Y".
           05  history-file-switch     pic x(01)    value "N".
               88  history-file-present               value "Y".
           05  history-scan-switch     pic x(01)    value "N".
               88  history-scan-done                  value "Y".
           05  baseline-found-switch   pic x(01)    value "N".
               88  baseline-found                     value "Y".
           05  depleted-switch         pic x(01)    value "N".
               88  projection-depleted                value "Y".
           05  group-found-switch      pic x(01)    value "N".
               88  group-found                        value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  fee-schedule-switch     pic x(01)    value "N".
               88  fee-schedule-applies               value "Y".
           05  fee-tiers-done-switch   pic x(01)    value "N".
               88  fee-tiers-done                     value "Y".

       01  position-parms.
           05  stale-tolerance-pct     pic 99v9     value 5.0.
           05  backtest-days           pic 9(04)    value 365.
           05  generate-trans-switch   pic x(01)    value "N".
               88  generate-transactions              value "Y".

       01  position-totals.
           05  ps-positions-read       pic 9(06)    value zero.
           05  ps-positions-rejected   pic 9(06)    value zero.
           05  ps-not-on-master        pic 9(06)    value zero.
           05  ps-stale-balances       pic 9(06)    value zero.
           05  ps-trans-written        pic 9(06)    value zero.
           05  ps-accounts-backtested  pic 9(06)    value zero.
           05  ps-no-baseline          pic 9(06)    value zero.

       01  position-reject-reason      pic x(40).
       01  position-action-text        pic x(12).

       01  stale-fields.
           05  sf-master-value         pic 9(11)v99.
           05  sf-difference           pic 9(11)v99.
           05  sf-difference-pct       pic 9(05)v9.

       01  date-work-fields.
           05  as-of-date-numeric      pic 9(08).
           05  as-of-date-integer      pic 9(08).
           05  cutoff-date-integer     pic 9(08).
           05  cutoff-date-numeric     pic 9(08).
           05  cutoff-date             pic x(08).
           05  baseline-run-numeric    pic 9(08).
           05  baseline-run-integer    pic 9(08).
           05  elapsed-days            pic 9(06).

       01  baseline-result.
           05  bl-run-date             pic x(08).
           05  bl-investment-amount    pic 9(11).
           05  bl-number-of-years      pic 99.
           05  bl-yearly-interest-rate pic 99v9.
           05  bl-compounding-freq     pic x(01).
           05  bl-periodic-contrib     pic 9(7).
           05  bl-periodic-withdrawal  pic 9(7).
           05  bl-rate-segments.
               10  bl-segment          occurs 3 times.
                   15  bl-segment-years pic 9(2).
                   15  bl-segment-rate pic 99v9.
           05  bl-rate-code            pic x(04).
           05  bl-branch-code          pic x(03).
           05  bl-fee-schedule-code    pic x(04).

       01  fee-schedule-fields.
           05  fee-tier-table.
               10  fee-tier            occurs 5 times.
                   15  fee-tier-limit  pic 9(11).
                   15  fee-tier-pct    pic 9v999.
           05  fee-tier-index          pic 9(02).
           05  fee-prior-limit         pic 9(11).
           05  fee-tier-portion        pic 9(11)v99.
           05  fee-annual-amount       pic 9(11)v9(04).
           05  period-fee              pic 9(11)v99.

       01  projection-fields.
           05  pj-periods-per-year     pic 99.
           05  pj-total-periods        pic 9(04).
           05  pj-elapsed-periods      pic 9(04).
           05  pj-period-number        pic 9(04).
           05  pj-period-rate          pic 9(02)v9(04).
           05  pj-projected-value      pic 9(11)v99.
           05  pj-seg-count            pic 9(02).
           05  pj-seg-index            pic 9(02).
           05  pj-seg-cumulative       pic 9(04).
           05  pj-segment-table.
               10  pj-segment          occurs 3 times.
                   15  pj-seg-limit    pic 9(04).
                   15  pj-seg-rate     pic 9(02)v9(04).

       01  backtest-tables.
           05  rate-group-count        pic 9(04)    value zero.
           05  rate-group-entry        occurs 50 times.
               10  bg-rate-code        pic x(04).
               10  bg-rate-accounts    pic 9(06).
               10  bg-rate-projected   pic 9(15)v99.
               10  bg-rate-actual      pic 9(15)v99.
           05  branch-group-count      pic 9(04)    value zero.
           05  branch-group-entry      occurs 99 times.
               10  bb-branch-code      pic x(03).
               10  bb-branch-accounts  pic 9(06).
               10  bb-branch-projected pic 9(15)v99.
               10  bb-branch-actual    pic 9(15)v99.

       01  group-work-fields.
           05  group-sub               pic 9(04).
           05  scan-sub                pic 9(04).
           05  gw-group-code           pic x(04).
           05  gw-accounts             pic 9(06).
           05  gw-projected            pic 9(15)v99.
           05  gw-actual               pic 9(15)v99.
           05  gw-variance-pct         pic s9(05)v9.
           05  gw-variance-abs         pic 9(05)v9.
           05  gw-verdict-text         pic x(12).

       01  edited-master-value         pic zzz,zzz,zz9.
       01  edited-market-value         pic zz,zzz,zzz,zz9.99.
       01  edited-difference-pct       pic zzz9.9.
       01  edited-group-accounts       pic zz,zz9.
       01  edited-group-projected      pic zzz,zzz,zzz,zz9.
       01  edited-group-actual         pic zzz,zzz,zzz,zz9.
       01  edited-variance-pct         pic -zzz9.9.
       01  edited-total-count          pic zzz,zz9.

       01  report-control.
           05  rpt-page-number         pic 9(04)    value zero.
           05  rpt-line-count          pic 9(04)    value zero.
           05  rpt-lines-per-page      pic 9(04)    value 50.

       01  rpt-run-date.
           05  rpt-run-yyyy            pic 9(04).
           05  rpt-run-mm              pic 9(02).
           05  rpt-run-dd              pic 9(02).

       01  rpt-run-date-edited.
           05  rpt-run-date-mm         pic 9(02).
           05  filler                  pic x(01)    value "/".
           05  rpt-run-date-dd         pic 9(02).
           05  filler                  pic x(01)    value "/".
           05  rpt-run-date-yyyy       pic 9(04).

       01  rpt-heading-1.
           05  filler                  pic x(30)
               value "CALCPOS CUSTODIAN POSITIONS".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(14) value "Account".
           05  filler                  pic x(13) value "Master Amt".
           05  filler                  pic x(19) value "Custodian Amt".
           05  filler                  pic x(09) value "Diff %".
           05  filler                  pic x(25) value "Action".

       01  backtest-heading.
           05  filler                  pic x(08) value "Group".
           05  filler                  pic x(08) value "Accts".
           05  filler                  pic x(17) value "Projected".
           05  filler                  pic x(17) value "Actual".
           05  filler                  pic x(10) value "Var %".
           05  filler                  pic x(20) value "Verdict".

       procedure division.

      *  This is the batch driver for the program. It reads the
      *  run parameters, opens the position feed and the files it is
      *  checked against, works every position record, then prints
      *  the back-test summaries by rate code and by branch and the
      *  control totals, and ends the run.
       000-reconcile-positions.
           display "Reconciling Custodian Positions".
           accept rpt-run-date from date yyyymmdd.
           perform 005-read-position-parms.
           perform 006-open-position-files.
           perform 020-initialize-report.
           perform 010-read-custpos-record.
           perform 060-work-position
               until custpos-eof.
           perform 300-print-backtest-summary.
           perform 800-write-position-trailer.
           close custpos-file.
           close acctmstr-file.
           if history-file-present
               close calchist-file
           end-if
           if fee-table-present
               close feetbl-file
           end-if
           if generate-transactions
               close postran-file
           end-if
           close posrpt-file.
           display "End of Custodian Position Reconciliation".
           stop run.

      *  Reads the stale-balance tolerance, whether change
      *  transactions are to be generated, and the minimum age of a
      *  projection used for the back-test from the POSPARM
      *  parameter file. With no parameter file the tolerance is
      *  5.0 percent, no transactions are written, and only
      *  projections a year or more old are back-tested.
       005-read-position-parms.
           open input posparm-file.
           if posparm-file-status = "00"
               read posparm-file
                   at end
                       continue
                   not at end
                       if pm-tolerance-pct is numeric
                           and pm-tolerance-pct > zero
                           move pm-tolerance-pct
                               to stale-tolerance-pct
                       end-if
                       if pm-generate-trans = "Y"
                           move "Y" to generate-trans-switch
                       end-if
                       if pm-backtest-days is numeric
                           and pm-backtest-days > zero
                           move pm-backtest-days to backtest-days
                       end-if
               end-read
               close posparm-file
           end-if.

      *  Opens the position feed, the client master it is checked
      *  against, the history the back-test reads, the report, and -
      *  only when transactions were asked for - the POSTRAN output.
      *  A site with no history yet still gets the stale-balance
      *  check; the back-test simply has nothing to test.
       006-open-position-files.
           open input custpos-file.
           if custpos-file-status not = "00"
               display
                 "CALCPOS ABEND - CUSTPOS OPEN FAILED, FILE STATUS "
                   custpos-file-status
               move 16 to return-code
               stop run
           end-if
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "CALCPOS ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open input calchist-file.
           if calchist-file-status = "35"
               move "N" to history-file-switch
           else
               if calchist-file-status not = "00"
                   display
                "CALCPOS ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                       calchist-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to history-file-switch
               end-if
           end-if
           open input feetbl-file.
           if feetbl-file-status = "35"
               move "N" to fee-table-switch
           else
               if feetbl-file-status not = "00"
                   display
                "CALCPOS ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if
           open output posrpt-file.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT OPEN FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if
           if generate-transactions
               open output postran-file
               if postran-file-status not = "00"
                   display
                "CALCPOS ABEND - POSTRAN OPEN FAILED, FILE STATUS "
                       postran-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Builds the edited run date for the report header and prints
      *  the first page heading before any detail lines go to
      *  posrpt-file.
       020-initialize-report.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           perform 030-print-report-headers.

      *  Builds and writes the two-line report header (program title,
      *  run date, page number, and column headings) and resets the
      *  line counter for the new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           write posrpt-line from rpt-heading-1.
           write posrpt-line from spaces.
           write posrpt-line from rpt-heading-2.
           write posrpt-line from spaces.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT WRITE FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Reads the next custodian position and edits it. At end of
      *  file custpos-eof-switch is set so the driver loop stops.
       010-read-custpos-record.
           read custpos-file
               at end
                   move "Y" to custpos-eof-switch
               not at end
                   add 1 to ps-positions-read
                   perform 050-edit-position
           end-read.

      *  Validates the position just read: it must name an account,
      *  carry a numeric as-of date, and carry a numeric market
      *  value. A position that fails is reported and counted but
      *  never compared against anything.
       050-edit-position.
           move "Y" to position-switch.
           if cp-account-number = spaces
               move "N" to position-switch
               move "Account number is required"
                   to position-reject-reason
           else
               if cp-as-of-date is not numeric
                   move "N" to position-switch
                   move "As-of date must be numeric yyyymmdd"
                       to position-reject-reason
               else
                   if cp-market-value is not numeric
                       move "N" to position-switch
                       move "Market value must be numeric"
                           to position-reject-reason
                   end-if
               end-if
           end-if.

      *  Works one edited position: looks the account up on the
      *  master, checks its investment amount for staleness, and
      *  back-tests the projection made for it a year or more ago.
      *  Rejected positions and accounts the master does not know
      *  are reported and go no further.
       060-work-position.
           if position-invalid
               add 1 to ps-positions-rejected
               move "REJECTED" to position-action-text
               perform 150-write-position-line
           else
               move cp-account-number to am-account-number
               move "Y" to account-lookup-switch
               read acctmstr-file
                   key is am-account-number
                   invalid key
                       move "N" to account-lookup-switch
               end-read
               if not account-found
                   add 1 to ps-not-on-master
                   move "NOT ON MSTR" to position-action-text
                   perform 150-write-position-line
               else
                   perform 100-check-stale-balance
                   if history-file-present
                       perform 200-backtest-account
                   end-if
               end-if
           end-if
           perform 010-read-custpos-record.

      *  Compares the master's investment amount with the
      *  custodian's market value. A difference of more than the
      *  tolerance, as a percentage of the master amount, marks the
      *  master stale; a master amount of zero is stale whenever the
      *  custodian holds anything at all. A stale account is listed,
      *  and a change transaction is written for it when asked for.
       100-check-stale-balance.
           move am-investment-amount to sf-master-value.
           if cp-market-value > sf-master-value
               compute sf-difference =
                   cp-market-value - sf-master-value
           else
               compute sf-difference =
                   sf-master-value - cp-market-value
           end-if
           if sf-master-value = zero
               if sf-difference > zero
                   move 9999.9 to sf-difference-pct
               else
                   move zero to sf-difference-pct
               end-if
           else
               compute sf-difference-pct rounded =
                   sf-difference * 100 / sf-master-value
                   on size error
                       move 9999.9 to sf-difference-pct
               end-compute
           end-if
           if sf-difference-pct > stale-tolerance-pct
               add 1 to ps-stale-balances
               move "STALE" to position-action-text
               if generate-transactions
                   perform 110-write-balance-transaction
               end-if
               perform 150-write-position-line
           end-if.

      *  Writes a change transaction in the ACCTTRAN layout carrying
      *  only the custodian's value, in whole dollars, as the new
      *  investment amount; every other field is left blank so
      *  ACCTMNT changes nothing else. A value too large for the
      *  master's amount field, or one that rounds to zero, cannot
      *  be carried and is left for manual review.
       110-write-balance-transaction.
           if cp-market-value > 999999999
               or cp-market-value < 1
               move "STALE-REVIEW" to position-action-text
           else
               move spaces to accttran-record
               move "C" to at-action-code
               move cp-account-number to at-account-number
               move zero to at-investment-amount
               move zero to at-number-of-years
               move zero to at-yearly-interest-rate
               move zero to at-periodic-contribution
               move zero to at-periodic-withdrawal
               compute at-investment-amount rounded =
                   cp-market-value
               move "CALCPOS" to at-entered-by
               write accttran-record
               if postran-file-status not = "00"
                   display
                "CALCPOS ABEND - POSTRAN WRITE FAILED, FILE STATUS "
                       postran-file-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ps-trans-written
               move "STALE-TRAN" to position-action-text
           end-if.

      *  Writes one exception line for a position: the account, the
      *  master's amount and the custodian's value with the
      *  difference for a stale balance, and what was done about it,
      *  with the reason on a second line for a rejected position.
       150-write-position-line.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to posrpt-line.
           if position-invalid
               string "  " cp-account-number delimited by size
                   "  " position-action-text delimited by size
                   "  " position-reject-reason delimited by size
                   into posrpt-line
               end-string
           else
               if not account-found
                   move cp-market-value to edited-market-value
                   string "  " cp-account-number delimited by size
                       "               " delimited by size
                       edited-market-value delimited by size
                       "           " delimited by size
                       position-action-text delimited by size
                       into posrpt-line
                   end-string
               else
                   move sf-master-value to edited-master-value
                   move cp-market-value to edited-market-value
                   move sf-difference-pct to edited-difference-pct
                   string "  " cp-account-number delimited by size
                       "  " edited-master-value delimited by size
                       "  " edited-market-value delimited by size
                       "  " edited-difference-pct delimited by size
                       "%  " position-action-text delimited by size
                       into posrpt-line
                   end-string
               end-if
           end-if
           write posrpt-line.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT WRITE FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Finds the account's baseline projection - the latest
      *  CALCHIST run made on or before the back-test cutoff, the
      *  as-of date less the back-test age - re-compounds it up to
      *  the as-of date, and accumulates the projected and actual
      *  values into the account's rate-code and branch groups. An
      *  account with no run that old is only counted.
       200-backtest-account.
           move cp-as-of-date to as-of-date-numeric.
           compute as-of-date-integer =
               function integer-of-date (as-of-date-numeric).
           compute cutoff-date-integer =
               as-of-date-integer - backtest-days.
           compute cutoff-date-numeric =
               function date-of-integer (cutoff-date-integer).
           move cutoff-date-numeric to cutoff-date.
           move "N" to baseline-found-switch.
           move cp-account-number to hs-account-number.
           move low-values to hs-run-date.
           start calchist-file
               key is not less than hs-history-key
               invalid key
                   move "Y" to history-scan-switch
               not invalid key
                   move "N" to history-scan-switch
           end-start
           perform 210-scan-history-entry
               until history-scan-done.
           if baseline-found
               add 1 to ps-accounts-backtested
               perform 220-project-to-as-of-date
               perform 240-accumulate-backtest
           else
               add 1 to ps-no-baseline
           end-if.

      *  Examines the next history entry for the account. Entries
      *  arrive in run-date order, so each one dated on or before
      *  the cutoff replaces the held baseline, and the scan stops
      *  at the first entry past the cutoff or belonging to another
      *  account. Columns an older history record left blank read
      *  as zero.
       210-scan-history-entry.
           read calchist-file next record
               at end
                   move "Y" to history-scan-switch
               not at end
                   if hs-account-number not = cp-account-number
                       or hs-run-date > cutoff-date
                       move "Y" to history-scan-switch
                   else
                       move "Y" to baseline-found-switch
                       perform 215-hold-baseline-result
                   end-if
           end-read.

      *  Holds the stored inputs of the history entry just read as
      *  the account's baseline projection.
       215-hold-baseline-result.
           move hs-run-date             to bl-run-date.
           move hs-investment-amount    to bl-investment-amount.
           move hs-number-of-years      to bl-number-of-years.
           move hs-yearly-interest-rate to bl-yearly-interest-rate.
           move hs-compounding-frequency to bl-compounding-freq.
           move hs-periodic-contribution to bl-periodic-contrib.
           if hs-periodic-withdrawal is numeric
               move hs-periodic-withdrawal to bl-periodic-withdrawal
           else
               move zero to bl-periodic-withdrawal
           end-if
           if hs-rate-segments is numeric
               move hs-rate-segments to bl-rate-segments
           else
               move zeros to bl-rate-segments
           end-if
           move hs-rate-code to bl-rate-code.
           if bl-rate-code = spaces
               move am-rate-code to bl-rate-code
           end-if
           move hs-branch-code to bl-branch-code.
           move hs-fee-schedule-code to bl-fee-schedule-code.

      *  Re-compounds the baseline projection from its stored inputs
      *  for the whole periods that have elapsed between its run
      *  date and the as-of date, capped at its own horizon, the
      *  same way CALC2000 compounds: deposit, interest at the rate
      *  in force for the period, the period's advisory fee, then
      *  withdrawal, stopping at zero when the withdrawals exhaust
      *  the balance.
       220-project-to-as-of-date.
           move bl-run-date to baseline-run-numeric.
           compute baseline-run-integer =
               function integer-of-date (baseline-run-numeric).
           compute elapsed-days =
               as-of-date-integer - baseline-run-integer.
           if bl-compounding-freq = "Q"
               move 4 to pj-periods-per-year
           else
               if bl-compounding-freq = "M"
                   move 12 to pj-periods-per-year
               else
                   move 1 to pj-periods-per-year
               end-if
           end-if
           compute pj-total-periods =
               bl-number-of-years * pj-periods-per-year.
           compute pj-elapsed-periods =
               elapsed-days * pj-periods-per-year / 365.
           if pj-elapsed-periods > pj-total-periods
               move pj-total-periods to pj-elapsed-periods
           end-if
           perform 225-build-rate-segments.
           perform 221-resolve-fee-schedule.
           move bl-investment-amount to pj-projected-value.
           move "N" to depleted-switch.
           move 1 to pj-period-number.
           perform 230-compound-one-period
               until pj-period-number > pj-elapsed-periods
                   or projection-depleted.

      *  Resolves the tiers of the baseline's fee schedule in force
      *  on the baseline's own run date, so it is re-compounded
      *  under the fee CALC2000 deducted. A baseline with no fee
      *  code, or a code no longer on the table, is re-compounded
      *  gross.
       221-resolve-fee-schedule.
           move "N" to fee-schedule-switch.
           move zero to fee-tier-table.
           if bl-fee-schedule-code not = spaces
               and fee-table-present
               move bl-fee-schedule-code to ft-fee-schedule-code
               move "00000000" to ft-effective-from
               start feetbl-file
                   key is not less than ft-fee-key
                   invalid key
                       move "Y" to fee-scan-done-switch
                   not invalid key
                       move "N" to fee-scan-done-switch
               end-start
               perform 222-scan-fee-entry
                   until fee-scan-done
           end-if.

      *  Examines the next fee table entry for the baseline's code.
      *  Each entry dated on or before the baseline's run date
      *  replaces the resolved tiers; the scan stops at the first
      *  entry past that date or belonging to another code.
       222-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to fee-scan-done-switch
               not at end
                   if ft-fee-schedule-code not = bl-fee-schedule-code
                       or ft-effective-from > bl-run-date
                       move "Y" to fee-scan-done-switch
                   else
                       move ft-fee-tiers to fee-tier-table
                       move "Y" to fee-schedule-switch
                   end-if
           end-read.

      *  Turns the baseline's stepped rate segments into cumulative
      *  period boundaries and per-period rates. A baseline with no
      *  segments gets one segment at its single yearly rate, and
      *  the last segment always runs to the end of the horizon.
       225-build-rate-segments.
           move zero to pj-seg-count.
           move zero to pj-seg-index.
           move zero to pj-seg-cumulative.
           perform 227-build-one-segment 3 times.
           if pj-seg-count = zero
               move 1 to pj-seg-count
               move pj-total-periods to pj-seg-limit (1)
               compute pj-seg-rate (1) rounded =
                   bl-yearly-interest-rate / pj-periods-per-year
           else
               move pj-total-periods to pj-seg-limit (pj-seg-count)
           end-if.

      *  Turns one stored segment into its period boundary and rate
      *  when the segment carries any years.
       227-build-one-segment.
           add 1 to pj-seg-index.
           if bl-segment-years (pj-seg-index) > zero
               add 1 to pj-seg-count
               compute pj-seg-cumulative =
                   pj-seg-cumulative +
                       (bl-segment-years (pj-seg-index)
                           * pj-periods-per-year)
               move pj-seg-cumulative to pj-seg-limit (pj-seg-count)
               compute pj-seg-rate (pj-seg-count) rounded =
                   bl-segment-rate (pj-seg-index)
                       / pj-periods-per-year
           end-if.

      *  Compounds the projected value by one period.
       230-compound-one-period.
           move 1 to pj-seg-index.
           perform 235-advance-rate-segment
               until pj-seg-index >= pj-seg-count
                   or pj-period-number <= pj-seg-limit (pj-seg-index).
           move pj-seg-rate (pj-seg-index) to pj-period-rate.
           add bl-periodic-contrib to pj-projected-value
               on size error
                   move "Y" to depleted-switch
           end-add.
           compute pj-projected-value rounded =
               pj-projected-value +
                   (pj-projected-value * pj-period-rate / 100)
               on size error
                   move "Y" to depleted-switch
           end-compute.
           if fee-schedule-applies
               perform 237-compute-period-fee
               if period-fee > pj-projected-value
                   move pj-projected-value to period-fee
               end-if
               subtract period-fee from pj-projected-value
           end-if
           if bl-periodic-withdrawal > zero
               if pj-projected-value > bl-periodic-withdrawal
                   subtract bl-periodic-withdrawal
                       from pj-projected-value
               else
                   move zero to pj-projected-value
                   move "Y" to depleted-switch
               end-if
           end-if
           add 1 to pj-period-number.

      *  Steps the segment scan to the next segment boundary.
       235-advance-rate-segment.
           add 1 to pj-seg-index.

      *  Works out one period's share of the annual advisory fee on
      *  the projected value, tier by tier the way CALC2000 does:
      *  each tier charges its percent on the part of the balance
      *  above the prior tier's limit up to its own, and a zero
      *  limit, or the fifth tier, takes the rest.
       237-compute-period-fee.
           move zero to fee-annual-amount.
           move zero to fee-prior-limit.
           move zero to fee-tier-index.
           move "N" to fee-tiers-done-switch.
           perform 238-apply-one-fee-tier
               until fee-tiers-done.
           compute period-fee rounded =
               fee-annual-amount / pj-periods-per-year.

      *  Charges one tier's share of the projected value.
       238-apply-one-fee-tier.
           add 1 to fee-tier-index.
           if fee-tier-index >= 5
               or fee-tier-limit (fee-tier-index) = zero
               or pj-projected-value
                   not > fee-tier-limit (fee-tier-index)
               compute fee-tier-portion =
                   pj-projected-value - fee-prior-limit
               move "Y" to fee-tiers-done-switch
           else
               compute fee-tier-portion =
                   fee-tier-limit (fee-tier-index) - fee-prior-limit
               move fee-tier-limit (fee-tier-index)
                   to fee-prior-limit
           end-if
           compute fee-annual-amount rounded =
               fee-annual-amount +
                   (fee-tier-portion * fee-tier-pct (fee-tier-index)
                       / 100).

      *  Adds the account's projected-for-today and actual values to
      *  its rate-code group and its branch group. A blank code is
      *  grouped as NONE so nothing drops out of the summary.
       240-accumulate-backtest.
           if bl-rate-code = spaces
               move "NONE" to gw-group-code
           else
               move bl-rate-code to gw-group-code
           end-if
           perform 245-find-rate-group.
           add 1 to bg-rate-accounts (group-sub).
           add pj-projected-value to bg-rate-projected (group-sub).
           add cp-market-value to bg-rate-actual (group-sub).
           if bl-branch-code = spaces
               move "NON" to gw-group-code
           else
               move bl-branch-code to gw-group-code
           end-if
           perform 250-find-branch-group.
           add 1 to bb-branch-accounts (group-sub).
           add pj-projected-value to bb-branch-projected (group-sub).
           add cp-market-value to bb-branch-actual (group-sub).

      *  Finds the rate-code group for gw-group-code, adding one the
      *  first time the code is seen, and leaves group-sub pointing
      *  at it. A full table stops the run rather than dropping an
      *  account from the back-test.
       245-find-rate-group.
           move "N" to group-found-switch.
           move zero to scan-sub.
           perform 247-test-rate-group
               until group-found
                   or scan-sub >= rate-group-count.
           if not group-found
               if rate-group-count >= 50
                   display "CALCPOS ABEND - RATE CODE TABLE FULL"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to rate-group-count
               move rate-group-count to group-sub
               move gw-group-code to bg-rate-code (group-sub)
               move zero to bg-rate-accounts (group-sub)
               move zero to bg-rate-projected (group-sub)
               move zero to bg-rate-actual (group-sub)
           end-if.

      *  Tests one rate-code group against the code being found.
       247-test-rate-group.
           add 1 to scan-sub.
           if bg-rate-code (scan-sub) = gw-group-code
               move scan-sub to group-sub
               move "Y" to group-found-switch
           end-if.

      *  Finds the branch group for gw-group-code, adding one the
      *  first time the branch is seen, and leaves group-sub
      *  pointing at it.
       250-find-branch-group.
           move "N" to group-found-switch.
           move zero to scan-sub.
           perform 252-test-branch-group
               until group-found
                   or scan-sub >= branch-group-count.
           if not group-found
               if branch-group-count >= 99
                   display "CALCPOS ABEND - BRANCH TABLE FULL"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to branch-group-count
               move branch-group-count to group-sub
               move gw-group-code to bb-branch-code (group-sub)
               move zero to bb-branch-accounts (group-sub)
               move zero to bb-branch-projected (group-sub)
               move zero to bb-branch-actual (group-sub)
           end-if.

      *  Tests one branch group against the code being found.
       252-test-branch-group.
           add 1 to scan-sub.
           if bb-branch-code (scan-sub) = gw-group-code (1:3)
               move scan-sub to group-sub
               move "Y" to group-found-switch
           end-if.

      *  Prints the back-test summaries: one block by rate code and
      *  one by branch, each line showing the accounts tested, what
      *  the projections said they would hold today, what they
      *  actually hold, and the variance as a percentage of the
      *  projection.
       300-print-backtest-summary.
           perform 030-print-report-headers.
           move "***** PROJECTION BACK-TEST BY RATE CODE *****"
               to posrpt-line.
           write posrpt-line.
           write posrpt-line from backtest-heading.
           add 2 to rpt-line-count.
           move zero to group-sub.
           perform 310-print-rate-group
               until group-sub >= rate-group-count.
           write posrpt-line from spaces.
           move "***** PROJECTION BACK-TEST BY BRANCH *****"
               to posrpt-line.
           write posrpt-line.
           write posrpt-line from backtest-heading.
           add 3 to rpt-line-count.
           move zero to group-sub.
           perform 320-print-branch-group
               until group-sub >= branch-group-count.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT WRITE FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Prints one rate-code group's back-test line.
       310-print-rate-group.
           add 1 to group-sub.
           move bg-rate-code (group-sub)      to gw-group-code.
           move bg-rate-accounts (group-sub)  to gw-accounts.
           move bg-rate-projected (group-sub) to gw-projected.
           move bg-rate-actual (group-sub)    to gw-actual.
           perform 330-write-backtest-line.

      *  Prints one branch group's back-test line.
       320-print-branch-group.
           add 1 to group-sub.
           move bb-branch-code (group-sub)      to gw-group-code.
           move bb-branch-accounts (group-sub)  to gw-accounts.
           move bb-branch-projected (group-sub) to gw-projected.
           move bb-branch-actual (group-sub)    to gw-actual.
           perform 330-write-backtest-line.

      *  Writes one back-test line. The variance is actual less
      *  projected as a percentage of projected: a projection that
      *  overshot by more than the tolerance is running HOT, one
      *  that undershot by more than the tolerance is running COLD.
       330-write-backtest-line.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           if gw-projected = zero
               move zero to gw-variance-pct
           else
               compute gw-variance-pct rounded =
                   (gw-actual - gw-projected) * 100 / gw-projected
                   on size error
                       move 9999.9 to gw-variance-pct
               end-compute
           end-if
           if gw-variance-pct < zero
               compute gw-variance-abs = zero - gw-variance-pct
           else
               move gw-variance-pct to gw-variance-abs
           end-if
           if gw-variance-abs not > stale-tolerance-pct
               move "ON TARGET" to gw-verdict-text
           else
               if gw-variance-pct < zero
                   move "RUNNING HOT" to gw-verdict-text
               else
                   move "RUNNING COLD" to gw-verdict-text
               end-if
           end-if
           move gw-accounts     to edited-group-accounts.
           move gw-projected    to edited-group-projected.
           move gw-actual       to edited-group-actual.
           move gw-variance-pct to edited-variance-pct.
           move spaces to posrpt-line.
           string gw-group-code delimited by size
               "  " edited-group-accounts delimited by size
               "  " edited-group-projected delimited by size
               "  " edited-group-actual delimited by size
               "  " edited-variance-pct delimited by size
               "%  " gw-verdict-text delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT WRITE FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Writes the end-of-run control totals to posrpt-file.
       800-write-position-trailer.
           write posrpt-line from spaces.
           move "***** POSITION CONTROL TOTALS *****" to posrpt-line.
           write posrpt-line.
           move ps-positions-read to edited-total-count.
           move spaces to posrpt-line.
           string "Positions Read         : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-positions-rejected to edited-total-count.
           move spaces to posrpt-line.
           string "Positions Rejected     : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-not-on-master to edited-total-count.
           move spaces to posrpt-line.
           string "Accounts Not On Master : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-stale-balances to edited-total-count.
           move spaces to posrpt-line.
           string "Stale Master Balances  : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-trans-written to edited-total-count.
           move spaces to posrpt-line.
           string "Transactions Written   : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-accounts-backtested to edited-total-count.
           move spaces to posrpt-line.
           string "Accounts Back-Tested   : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           move ps-no-baseline to edited-total-count.
           move spaces to posrpt-line.
           string "No Baseline Projection : " delimited by size
               edited-total-count delimited by size
               into posrpt-line
           end-string
           write posrpt-line.
           if posrpt-file-status not = "00"
               display
                 "CALCPOS ABEND - POSRPT WRITE FAILED, FILE STATUS "
                   posrpt-file-status
               move 16 to return-code
               stop run
           end-if.
