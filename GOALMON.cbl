       identification division.

       program-id. goalmon.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program is the nightly client goal
      *  monitor. For every standing goal on GOALMSTR it takes the
      *  account's latest CALCHIST projection, carries it forward
      *  from its stored inputs to the goal's target date, and
      *  classifies the goal as on track (projected to meet the
      *  target), at risk (short, but within the GOALPARM band of
      *  the target), or off track. An off-track goal is printed
      *  with its shortfall and the extra periodic contribution that
      *  would close it, estimated the way CALC2000's goal-seek
      *  estimates a deposit: from the growth a reference amount
      *  earns over the same periods. A drawdown account whose
      *  funds are projected to run out before the goal date is
      *  flagged whatever its classification. The goals are sorted
      *  by advisor and each advisor starts a new page, so the
      *  report can be split and handed out as call lists. A goal is
      *  carried forward net of the advisory fee: the fee-schedule code
      *  on the latest projection is resolved on the FEETBL fee schedule
      *  table as of that projection's run date, and the tiered fee is
      *  deducted every period the way CALC2000 deducts it. Every abend
      *  ends the run with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select goalmstr-file assign to "GOALMSTR"
               organization is indexed
               access mode is dynamic
               record key is gl-goal-key
               file status is goalmstr-file-status.

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

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

           select goalparm-file assign to "GOALPARM"
               organization is line sequential
               file status is goalparm-file-status.

           select goalrpt-file assign to "GOALRPT"
               organization is line sequential
               file status is goalrpt-file-status.

           select goal-sort-file assign to "GOALSORT".

       data division.

       file section.

       fd  goalmstr-file
           label records are standard.
           copy goalmr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  calchist-file
           label records are standard.
           copy calchsr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  goalparm-file
           label records are standard.
       01  goalparm-record.
           05  pm-at-risk-pct              pic 99v9.
           05  filler                      pic x(77).

       fd  goalrpt-file
           label records are standard.
       01  goalrpt-line                pic x(80).

       sd  goal-sort-file.
       01  goal-sort-record.
           05  gs-advisor-code             pic x(03).
           05  gs-account-number           pic x(10).
           05  gs-goal-code                pic x(04).
           05  gs-owner-name               pic x(30).
           05  gs-goal-description         pic x(30).
           05  gs-target-amount            pic 9(11).
           05  gs-target-date              pic x(08).
           05  gs-projected-value          pic 9(11)v99.
           05  gs-shortfall                pic 9(11)v99.
           05  gs-extra-contribution       pic 9(09).
           05  gs-compounding-freq         pic x(01).
           05  gs-goal-status              pic x(01).
               88  gs-on-track                        value "O".
               88  gs-at-risk                         value "R".
               88  gs-off-track                       value "X".
               88  gs-no-projection                   value "N".
           05  gs-extra-switch             pic x(01).
               88  gs-extra-estimated                 value "Y".
           05  gs-depletion-switch         pic x(01).
               88  gs-depletes-before-goal            value "Y".
           05  gs-depletion-date           pic 9(08).

       working-storage section.

       01  goalmstr-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  calchist-file-status       pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  goalparm-file-status       pic x(02).
       01  goalrpt-file-status        pic x(02).
       01  feetbl-file-status         pic x(02).

       01  run-switches.
           05  goalmstr-eof-switch     pic x(01)    value "N".
               88  goalmstr-eof                      value "Y".
           05  sort-eof-switch         pic x(01)    value "N".
               88  sort-eof                           value "Y".
           05  account-lookup-switch   pic x(01)    value "Y".
               88  account-found                      value "Y".
           05  history-file-switch     pic x(01)    value "N".
               88  history-file-present               value "Y".
           05  history-scan-switch     pic x(01)    value "N".
               88  history-scan-done                  value "Y".
           05  baseline-found-switch   pic x(01)    value "N".
               88  baseline-found                     value "Y".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
           05  depleted-switch         pic x(01)    value "N".
               88  projection-depleted                value "Y".
           05  first-advisor-switch    pic x(01)    value "Y".
               88  first-advisor                      value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  fee-schedule-switch     pic x(01)    value "N".
               88  fee-schedule-applies               value "Y".
           05  fee-tiers-done-switch   pic x(01)    value "N".
               88  fee-tiers-done                     value "Y".

       01  goal-parms.
           05  at-risk-band-pct        pic 99v9     value 10.0.

       01  goal-totals.
           05  gt-goals-read           pic 9(06)    value zero.
           05  gt-goals-no-account     pic 9(06)    value zero.
           05  gt-goals-no-projection  pic 9(06)    value zero.
           05  gt-goals-on-track       pic 9(06)    value zero.
           05  gt-goals-at-risk        pic 9(06)    value zero.
           05  gt-goals-off-track      pic 9(06)    value zero.
           05  gt-goals-depleting      pic 9(06)    value zero.

       01  advisor-totals.
           05  at-advisor-code         pic x(03).
           05  at-advisor-name         pic x(30).
           05  at-goals-on-track       pic 9(06).
           05  at-goals-at-risk        pic 9(06).
           05  at-goals-off-track      pic 9(06).
           05  at-goals-no-projection  pic 9(06).

       01  date-work-fields.
           05  target-date-numeric     pic 9(08).
           05  target-date-integer     pic 9(08).
           05  baseline-run-numeric    pic 9(08).
           05  baseline-run-integer    pic 9(08).
           05  days-to-goal            pic s9(06).

       01  baseline-result.
           05  bl-run-date             pic x(08).
           05  bl-investment-amount    pic 9(11).
           05  bl-number-of-years      pic 99.
           05  bl-yearly-interest-rate pic 99v9.
           05  bl-compounding-freq     pic x(01).
           05  bl-periodic-contrib     pic 9(7).
           05  bl-periodic-withdrawal  pic 9(7).
           05  bl-future-value         pic 9(11)v99.
           05  bl-depletion-year       pic 9(2).
           05  bl-rate-segments.
               10  bl-segment          occurs 3 times.
                   15  bl-segment-years pic 9(2).
                   15  bl-segment-rate pic 99v9.
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
           05  pj-goal-periods         pic 9(04).
           05  pj-period-number        pic 9(04).
           05  pj-period-rate          pic 9(02)v9(04).
           05  pj-contribution         pic 9(09).
           05  pj-projected-value      pic 9(11)v99.
           05  pj-base-value           pic 9(11)v99.
           05  pj-reference-gain       pic 9(11)v99.
           05  pj-at-risk-floor        pic 9(11)v99.
           05  pj-seg-count            pic 9(02).
           05  pj-seg-index            pic 9(02).
           05  pj-seg-cumulative       pic 9(04).
           05  pj-segment-table.
               10  pj-segment          occurs 3 times.
                   15  pj-seg-limit    pic 9(04).
                   15  pj-seg-rate     pic 9(02)v9(04).

       01  reference-contribution      pic 9(04)    value 1000.

       01  goal-status-text            pic x(09).
       01  edited-target-amount        pic zz,zzz,zzz,zz9.
       01  edited-projected-value      pic zz,zzz,zzz,zz9.
       01  edited-shortfall            pic zz,zzz,zzz,zz9.
       01  edited-extra-contribution   pic zzz,zzz,zz9.
       01  edited-total-count          pic zzz,zz9.
       01  edited-on-track-count       pic zz,zz9.
       01  edited-at-risk-count        pic zz,zz9.
       01  edited-off-track-count      pic zz,zz9.
       01  edited-no-run-count         pic zz,zz9.

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
               value "GOALMON CLIENT GOAL MONITOR".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-advisor-heading.
           05  filler                  pic x(09) value "Advisor: ".
           05  rah-advisor-code        pic x(03).
           05  filler                  pic x(02) value spaces.
           05  rah-advisor-name        pic x(30).
           05  filler                  pic x(36) value spaces.

       01  rpt-heading-2.
           05  filler                  pic x(12) value "Account".
           05  filler                  pic x(06) value "Goal".
           05  filler                  pic x(11) value "Status".
           05  filler                  pic x(16) value "Target".
           05  filler                  pic x(16) value "Projected".
           05  filler                  pic x(19) value "Target Date".

       procedure division.

      *  This is the batch driver for the program. It reads the
      *  run parameters and opens the files, then sorts the
      *  evaluated goals by advisor: the input procedure evaluates
      *  every goal on GOALMSTR and the output procedure prints
      *  them one advisor to a page. The control totals close the
      *  report.
       000-monitor-client-goals.
           display "Monitoring Client Goals".
           accept rpt-run-date from date yyyymmdd.
           perform 005-read-goal-parms.
           perform 006-open-goal-files.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           sort goal-sort-file
               on ascending key gs-advisor-code
                                gs-account-number
                                gs-goal-code
               input procedure is 100-select-goals
               output procedure is 300-print-goal-report.
           perform 800-write-goal-trailer.
           close goalmstr-file.
           close acctmstr-file.
           if history-file-present
               close calchist-file
           end-if
           if reference-table-present
               close advbrtbl-file
           end-if
           if fee-table-present
               close feetbl-file
           end-if
           close goalrpt-file.
           display "End of Client Goal Monitor".
           stop run.

      *  Reads the at-risk band from the GOALPARM parameter file: a
      *  goal projected to fall short by no more than this
      *  percentage of its target is at risk rather than off track.
      *  With no parameter file the band is 10.0 percent.
       005-read-goal-parms.
           open input goalparm-file.
           if goalparm-file-status = "00"
               read goalparm-file
                   at end
                       continue
                   not at end
                       if pm-at-risk-pct is numeric
                           move pm-at-risk-pct to at-risk-band-pct
                       end-if
               end-read
               close goalparm-file
           end-if.

      *  Opens the goal file, the client master that supplies each
      *  goal's advisor and owner, the history the projections come
      *  from, the advisor reference table that supplies the page
      *  heading names, and the report. A site with no history yet
      *  reports every goal as having no projection; a site with no
      *  reference table prints advisor codes without names.
       006-open-goal-files.
           open input goalmstr-file.
           if goalmstr-file-status not = "00"
               display
                 "GOALMON ABEND - GOALMSTR OPEN FAILED, FILE STATUS "
                   goalmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "GOALMON ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
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
                "GOALMON ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                       calchist-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to history-file-switch
               end-if
           end-if
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "GOALMON ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if
           open input feetbl-file.
           if feetbl-file-status = "35"
               move "N" to fee-table-switch
           else
               if feetbl-file-status not = "00"
                   display
                "GOALMON ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if
           open output goalrpt-file.
           if goalrpt-file-status not = "00"
               display
                 "GOALMON ABEND - GOALRPT OPEN FAILED, FILE STATUS "
                   goalrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Builds and writes the page header - program title, run
      *  date, page number, the advisor the page belongs to, and
      *  the column headings - and resets the line counter for the
      *  new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           move at-advisor-code to rah-advisor-code.
           move at-advisor-name to rah-advisor-name.
           write goalrpt-line from rpt-heading-1.
           write goalrpt-line from spaces.
           write goalrpt-line from rpt-advisor-heading.
           write goalrpt-line from rpt-heading-2.
           write goalrpt-line from spaces.
           if goalrpt-file-status not = "00"
               display
                 "GOALMON ABEND - GOALRPT WRITE FAILED, FILE STATUS "
                   goalrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 5 to rpt-line-count.

      *  The sort's input procedure. Positions GOALMSTR at its first
      *  goal and evaluates every goal on the file, releasing each
      *  one to the sort.
       100-select-goals.
           move low-values to gl-goal-key.
           start goalmstr-file
               key is not less than gl-goal-key
               invalid key
                   move "Y" to goalmstr-eof-switch
           end-start
           perform 110-select-one-goal
               until goalmstr-eof.

      *  Reads the next goal and evaluates it.
       110-select-one-goal.
           read goalmstr-file next record
               at end
                   move "Y" to goalmstr-eof-switch
               not at end
                   add 1 to gt-goals-read
                   perform 120-evaluate-goal
           end-read.

      *  Evaluates one goal. The account supplies the advisor the
      *  goal is sorted under; a goal left behind by a deleted
      *  account is only counted. The latest projection for the
      *  account is carried to the goal date and the goal
      *  classified, then the result is released to the sort.
       120-evaluate-goal.
           move gl-account-number to am-account-number.
           move "Y" to account-lookup-switch.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move "N" to account-lookup-switch
           end-read
           if not account-found
               add 1 to gt-goals-no-account
           else
               move spaces to goal-sort-record
               move am-advisor-code     to gs-advisor-code
               move gl-account-number   to gs-account-number
               move gl-goal-code        to gs-goal-code
               move am-owner-name       to gs-owner-name
               move gl-goal-description to gs-goal-description
               move gl-target-amount    to gs-target-amount
               move gl-target-date      to gs-target-date
               move zero to gs-projected-value
               move zero to gs-shortfall
               move zero to gs-extra-contribution
               move zero to gs-depletion-date
               move "N" to gs-extra-switch
               move "N" to gs-depletion-switch
               move "N" to baseline-found-switch
               if history-file-present
                   perform 130-find-latest-projection
               end-if
               if baseline-found
                   move bl-compounding-freq to gs-compounding-freq
                   perform 140-project-to-goal-date
                   perform 150-classify-goal
                   perform 160-check-depletion
               else
                   move "N" to gs-goal-status
                   add 1 to gt-goals-no-projection
               end-if
               release goal-sort-record
           end-if.

      *  Finds the account's latest CALCHIST run. History entries
      *  for an account arrive in run-date order, so the last one
      *  read before the account changes is the latest.
       130-find-latest-projection.
           move gl-account-number to hs-account-number.
           move low-values to hs-run-date.
           start calchist-file
               key is not less than hs-history-key
               invalid key
                   move "Y" to history-scan-switch
               not invalid key
                   move "N" to history-scan-switch
           end-start
           perform 135-scan-history-entry
               until history-scan-done.

      *  Examines the next history entry and holds it as the
      *  account's latest projection while it still belongs to the
      *  account. Columns an older history record left blank read
      *  as zero.
       135-scan-history-entry.
           read calchist-file next record
               at end
                   move "Y" to history-scan-switch
               not at end
                   if hs-account-number not = gl-account-number
                       move "Y" to history-scan-switch
                   else
                       move "Y" to baseline-found-switch
                       perform 137-hold-latest-projection
                   end-if
           end-read.

      *  Holds the stored inputs and results of the history entry
      *  just read as the account's latest projection.
       137-hold-latest-projection.
           move hs-run-date             to bl-run-date.
           move hs-investment-amount    to bl-investment-amount.
           move hs-number-of-years      to bl-number-of-years.
           move hs-yearly-interest-rate to bl-yearly-interest-rate.
           move hs-compounding-frequency to bl-compounding-freq.
           move hs-periodic-contribution to bl-periodic-contrib.
           move hs-future-value         to bl-future-value.
           if hs-periodic-withdrawal is numeric
               move hs-periodic-withdrawal to bl-periodic-withdrawal
           else
               move zero to bl-periodic-withdrawal
           end-if
           if hs-depletion-year is numeric
               move hs-depletion-year to bl-depletion-year
           else
               move zero to bl-depletion-year
           end-if
           if hs-rate-segments is numeric
               move hs-rate-segments to bl-rate-segments
           else
               move zeros to bl-rate-segments
           end-if
           move hs-fee-schedule-code    to bl-fee-schedule-code.

      *  Carries the latest projection to the goal's target date.
      *  The periods between the run date and the target date are
      *  counted whole, capped at the projection's own horizon; a
      *  goal dated at or past the horizon takes the run's future
      *  value as stored, and an earlier goal is re-compounded from
      *  the stored inputs for just its periods.
       140-project-to-goal-date.
           move bl-run-date to baseline-run-numeric.
           compute baseline-run-integer =
               function integer-of-date (baseline-run-numeric).
           move gl-target-date to target-date-numeric.
           compute target-date-integer =
               function integer-of-date (target-date-numeric).
           compute days-to-goal =
               target-date-integer - baseline-run-integer.
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
           if days-to-goal not > zero
               move zero to pj-goal-periods
           else
               compute pj-goal-periods =
                   days-to-goal * pj-periods-per-year / 365
           end-if
           perform 225-build-rate-segments.
           perform 145-resolve-fee-schedule.
           if pj-goal-periods not < pj-total-periods
               move pj-total-periods to pj-goal-periods
               move bl-future-value to gs-projected-value
           else
               move bl-periodic-contrib to pj-contribution
               perform 220-compound-to-goal-periods
               move pj-projected-value to gs-projected-value
           end-if.

      *  Resolves the tiers of the projection's fee schedule in
      *  force on the projection's own run date, so the goal is
      *  carried forward under the fee CALC2000 deducted. A
      *  projection with no fee code, or a code no longer on the
      *  table, is carried forward gross.
       145-resolve-fee-schedule.
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
               perform 147-scan-fee-entry
                   until fee-scan-done
           end-if.

      *  Examines the next fee table entry for the projection's
      *  code. Each entry dated on or before the projection's run
      *  date replaces the resolved tiers; the scan stops at the
      *  first entry past that date or belonging to another code.
       147-scan-fee-entry.
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

      *  Classifies the goal against its projected value. Meeting
      *  the target is on track; falling short by no more than the
      *  at-risk band is at risk; anything further short is off
      *  track and gets the extra contribution estimated.
       150-classify-goal.
           if gs-projected-value not < gs-target-amount
               move "O" to gs-goal-status
               add 1 to gt-goals-on-track
           else
               compute gs-shortfall =
                   gs-target-amount - gs-projected-value
               compute pj-at-risk-floor rounded =
                   gs-target-amount * (100 - at-risk-band-pct) / 100
               if gs-projected-value not < pj-at-risk-floor
                   move "R" to gs-goal-status
                   add 1 to gt-goals-at-risk
               else
                   move "X" to gs-goal-status
                   add 1 to gt-goals-off-track
                   perform 155-estimate-extra-contribution
               end-if
           end-if.

      *  Estimates the extra periodic contribution that closes the
      *  shortfall. The projection is re-run over the goal's
      *  periods with and without a reference amount added to each
      *  contribution; the gap between the two is what each
      *  reference amount grows to, and the shortfall divided back
      *  through it, rounded up to the next dollar, is the extra
      *  contribution. A goal with no periods left cannot be closed
      *  by contributing and gets no estimate.
       155-estimate-extra-contribution.
           if pj-goal-periods > zero
               move bl-periodic-contrib to pj-contribution
               perform 220-compound-to-goal-periods
               move pj-projected-value to pj-base-value
               compute pj-contribution =
                   bl-periodic-contrib + reference-contribution
               perform 220-compound-to-goal-periods
               if pj-projected-value > pj-base-value
                   compute pj-reference-gain =
                       pj-projected-value - pj-base-value
                   compute gs-extra-contribution =
                       (gs-shortfall * reference-contribution
                           / pj-reference-gain) + .99
                       on size error
                           move zero to gs-extra-contribution
                       not on size error
                           move "Y" to gs-extra-switch
                   end-compute
               end-if
           end-if.

      *  Flags a drawdown account whose funds are projected to run
      *  out before the goal date. The depletion year counts years
      *  from the run date, so the funds are gone by that many
      *  years after it.
       160-check-depletion.
           if bl-depletion-year > zero
               compute gs-depletion-date =
                   baseline-run-numeric + (bl-depletion-year * 10000)
               if gs-depletion-date < target-date-numeric
                   move "Y" to gs-depletion-switch
                   add 1 to gt-goals-depleting
               end-if
           end-if.

      *  Re-compounds the latest projection from its stored inputs
      *  for the goal's periods, the same way CALC2000 compounds:
      *  contribution, interest at the rate in force for the
      *  period, the period's advisory fee, then withdrawal,
      *  stopping at zero when the withdrawals exhaust the
      *  balance.
       220-compound-to-goal-periods.
           move bl-investment-amount to pj-projected-value.
           move "N" to depleted-switch.
           move 1 to pj-period-number.
           perform 230-compound-one-period
               until pj-period-number > pj-goal-periods
                   or projection-depleted.

      *  Turns the projection's stepped rate segments into
      *  cumulative period boundaries and per-period rates. A
      *  projection with no segments gets one segment at its single
      *  yearly rate, and the last segment always runs to the end of
      *  the horizon.
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
           add pj-contribution to pj-projected-value
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

      *  The sort's output procedure. Returns the evaluated goals in
      *  advisor order, printing each advisor's goals on pages of
      *  their own, and closes the last advisor with its totals.
       300-print-goal-report.
           perform 310-return-goal-record.
           perform 320-print-goal
               until sort-eof.
           if not first-advisor
               perform 340-print-advisor-totals
           end-if.

      *  Returns the next evaluated goal from the sort.
       310-return-goal-record.
           return goal-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Prints one goal, closing the previous advisor and starting
      *  a new page whenever the advisor changes.
       320-print-goal.
           if first-advisor
               or gs-advisor-code not = at-advisor-code
               if not first-advisor
                   perform 340-print-advisor-totals
               end-if
               move "N" to first-advisor-switch
               perform 330-start-advisor
           end-if
           perform 350-write-goal-lines.
           perform 310-return-goal-record.

      *  Starts a new advisor: looks up the advisor's name on the
      *  reference table, clears the advisor's counts, and starts a
      *  new page headed with the advisor.
       330-start-advisor.
           move gs-advisor-code to at-advisor-code.
           move zero to at-goals-on-track.
           move zero to at-goals-at-risk.
           move zero to at-goals-off-track.
           move zero to at-goals-no-projection.
           if at-advisor-code = spaces
               move "NOT ASSIGNED" to at-advisor-name
           else
               move "*NOT ON ADVBRTBL*" to at-advisor-name
               if reference-table-present
                   move "A" to ab-entry-type
                   move at-advisor-code to ab-entry-code
                   read advbrtbl-file
                       key is ab-table-key
                       invalid key
                           continue
                       not invalid key
                           move ab-entry-name to at-advisor-name
                   end-read
               end-if
           end-if
           perform 030-print-report-headers.

      *  Prints the advisor's goal counts by classification under
      *  the advisor's last goal.
       340-print-advisor-totals.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           write goalrpt-line from spaces.
           move spaces to goalrpt-line.
           move at-goals-on-track      to edited-on-track-count.
           move at-goals-at-risk       to edited-at-risk-count.
           move at-goals-off-track     to edited-off-track-count.
           move at-goals-no-projection to edited-no-run-count.
           string "  Advisor " at-advisor-code delimited by size
               "  On track" edited-on-track-count delimited by size
               "  At risk" edited-at-risk-count delimited by size
               "  Off track" edited-off-track-count delimited by size
               "  No run" edited-no-run-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           if goalrpt-file-status not = "00"
               display
                 "GOALMON ABEND - GOALRPT WRITE FAILED, FILE STATUS "
                   goalrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 2 to rpt-line-count.

      *  Writes one goal: the classification line with target and
      *  projected values, the client and goal description, the
      *  shortfall and extra contribution for a goal that is short,
      *  and the depletion warning for an account whose funds run
      *  out before the goal date.
       350-write-goal-lines.
           if rpt-line-count + 5 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           if gs-on-track
               move "ON TRACK" to goal-status-text
               add 1 to at-goals-on-track
           else
               if gs-at-risk
                   move "AT RISK" to goal-status-text
                   add 1 to at-goals-at-risk
               else
                   if gs-off-track
                       move "OFF TRACK" to goal-status-text
                       add 1 to at-goals-off-track
                   else
                       move "NO RUN" to goal-status-text
                       add 1 to at-goals-no-projection
                   end-if
               end-if
           end-if
           move gs-target-amount to edited-target-amount.
           move spaces to goalrpt-line.
           if gs-no-projection
               string gs-account-number delimited by size
                   "  " gs-goal-code delimited by size
                   "  " goal-status-text delimited by size
                   "  " edited-target-amount delimited by size
                   "  " "  No CALCHIST run" delimited by size
                   "  " gs-target-date delimited by size
                   into goalrpt-line
               end-string
           else
               move gs-projected-value to edited-projected-value
               string gs-account-number delimited by size
                   "  " gs-goal-code delimited by size
                   "  " goal-status-text delimited by size
                   "  " edited-target-amount delimited by size
                   "  " edited-projected-value delimited by size
                   "  " gs-target-date delimited by size
                   into goalrpt-line
               end-string
           end-if
           write goalrpt-line.
           move spaces to goalrpt-line.
           string "    " gs-owner-name delimited by size
               "  " gs-goal-description delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           add 2 to rpt-line-count.
           if gs-at-risk or gs-off-track
               move gs-shortfall to edited-shortfall
               move spaces to goalrpt-line
               if gs-extra-estimated
                   move gs-extra-contribution
                       to edited-extra-contribution
                   string "    Shortfall " delimited by size
                       edited-shortfall delimited by size
                       "   Extra per period (" delimited by size
                       gs-compounding-freq delimited by size
                       ") " edited-extra-contribution
                       delimited by size
                       into goalrpt-line
                   end-string
               else
                   if gs-off-track
                       string "    Shortfall " delimited by size
                           edited-shortfall delimited by size
                           "   Extra contribution not estimable"
                           delimited by size
                           into goalrpt-line
                       end-string
                   else
                       string "    Shortfall " delimited by size
                           edited-shortfall delimited by size
                           into goalrpt-line
                       end-string
                   end-if
               end-if
               write goalrpt-line
               add 1 to rpt-line-count
           end-if
           if gs-depletes-before-goal
               move spaces to goalrpt-line
               string "    *** FUNDS DEPLETED BY " delimited by size
                   gs-depletion-date delimited by size
                   " - BEFORE GOAL DATE ***" delimited by size
                   into goalrpt-line
               end-string
               write goalrpt-line
               add 1 to rpt-line-count
           end-if
           if goalrpt-file-status not = "00"
               display
                 "GOALMON ABEND - GOALRPT WRITE FAILED, FILE STATUS "
                   goalrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes the end-of-run control totals to goalrpt-file.
       800-write-goal-trailer.
           write goalrpt-line from spaces.
           move "***** GOAL MONITOR CONTROL TOTALS *****"
               to goalrpt-line.
           write goalrpt-line.
           move gt-goals-read to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals Read             : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-no-account to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals With No Account  : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-no-projection to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals With No Run      : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-on-track to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals On Track         : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-at-risk to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals At Risk          : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-off-track to edited-total-count.
           move spaces to goalrpt-line.
           string "Goals Off Track        : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           move gt-goals-depleting to edited-total-count.
           move spaces to goalrpt-line.
           string "Depleting Before Goal  : " delimited by size
               edited-total-count delimited by size
               into goalrpt-line
           end-string
           write goalrpt-line.
           if goalrpt-file-status not = "00"
               display
                 "GOALMON ABEND - GOALRPT WRITE FAILED, FILE STATUS "
                   goalrpt-file-status
               move 16 to return-code
               stop run
           end-if.
