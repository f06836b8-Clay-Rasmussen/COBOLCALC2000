       identification division.

       program-id. calcstrs.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program is the book-wide stress test. It
      *  reads the named scenarios on STRSCEN, each a year-by-year
      *  rate shock pattern, and re-projects every active ACCTMSTR
      *  account twice over: once at its own rate for the baseline
      *  and once under each scenario's shocked rates. The accounts
      *  are projected from the master the way CALCXTR hands them to
      *  CALC2000 - annual compounding, the rate code resolved on
      *  RATETBL and the tiered advisory fee resolved on FEETBL as of
      *  today - so the baseline matches what tonight's run would
      *  produce. The results are sorted and printed as an impact
      *  report by scenario, branch and advisor: baseline against
      *  stressed future value, the change in dollars and percent,
      *  and the count of drawdown accounts whose money runs out
      *  earlier under the scenario. The same figures are written
      *  to STRSOUT.CSV for the risk committee. Nothing is written
      *  back: CALCHIST, the master's last-run-date and the batch
      *  registry are not opened. Every abend ends the run with return
      *  code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select strscen-file assign to "STRSCEN"
               organization is line sequential
               file status is strscen-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select ratetbl-file assign to "RATETBL"
               organization is indexed
               access mode is dynamic
               record key is rt-rate-key
               file status is ratetbl-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select strsrpt-file assign to "STRSRPT"
               organization is line sequential
               file status is strsrpt-file-status.

           select strsout-file assign to "STRSOUT.CSV"
               organization is line sequential
               file status is strsout-file-status.

           select stress-sort-file assign to "STRSSORT".

       data division.

       file section.

       fd  strscen-file
           label records are standard.
           copy strscr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  ratetbl-file
           label records are standard.
           copy ratetr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  strsrpt-file
           label records are standard.
       01  strsrpt-line                pic x(80).

       fd  strsout-file
           label records are standard.
       01  strsout-line                pic x(132).

       sd  stress-sort-file.
       01  stress-sort-record.
           05  sr-scenario-index           pic 9(02).
           05  sr-branch-code              pic x(03).
           05  sr-advisor-code             pic x(03).
           05  sr-account-number           pic x(10).
           05  sr-baseline-value           pic 9(11)v99.
           05  sr-stressed-value           pic 9(11)v99.
           05  sr-earlier-switch           pic x(01).
               88  sr-depletes-earlier                value "Y".

       working-storage section.

       01  strscen-file-status        pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  ratetbl-file-status        pic x(02).
       01  feetbl-file-status         pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  strsrpt-file-status        pic x(02).
       01  strsout-file-status        pic x(02).

       01  run-switches.
           05  strscen-eof-switch      pic x(01)    value "N".
               88  strscen-eof                        value "Y".
           05  acctmstr-eof-switch     pic x(01)    value "N".
               88  acctmstr-eof                       value "Y".
           05  sort-eof-switch         pic x(01)    value "N".
               88  sort-eof                           value "Y".
           05  scenario-valid-switch   pic x(01)    value "Y".
               88  scenario-valid                     value "Y".
           05  rate-table-switch       pic x(01)    value "N".
               88  rate-table-present                 value "Y".
           05  rate-scan-done-switch   pic x(01)    value "N".
               88  rate-scan-done                     value "Y".
           05  rate-scan-hit-switch    pic x(01)    value "N".
               88  rate-scan-hit                      value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  fee-schedule-switch     pic x(01)    value "N".
               88  fee-schedule-applies               value "Y".
           05  fee-lookup-switch       pic x(01)    value "Y".
               88  fee-found                          value "Y".
           05  fee-tiers-done-switch   pic x(01)    value "N".
               88  fee-tiers-done                     value "Y".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
           05  depleted-switch         pic x(01)    value "N".
               88  projection-depleted                value "Y".
           05  overflow-switch         pic x(01)    value "N".
               88  projection-overflow                value "Y".
           05  account-overflow-switch pic x(01)    value "N".
               88  account-overflowed                 value "Y".
           05  first-record-switch     pic x(01)    value "Y".
               88  first-record                       value "Y".

       01  scenario-table.
           05  sc-count                pic 9(02)    value zero.
           05  sc-index                pic 9(02)    value zero.
           05  sc-shock-index          pic 9(02)    value zero.
           05  sc-entry                occurs 20 times.
               10  sc-scenario-code    pic x(04).
               10  sc-scenario-name    pic x(30).
               10  sc-shock            pic s99v9
                                       occurs 10 times.

       01  stress-totals.
           05  gt-scenarios-read       pic 9(06)    value zero.
           05  gt-scenarios-rejected   pic 9(06)    value zero.
           05  gt-scenarios-ignored    pic 9(06)    value zero.
           05  gt-accounts-read        pic 9(06)    value zero.
           05  gt-accounts-projected   pic 9(06)    value zero.
           05  gt-accounts-inactive    pic 9(06)    value zero.
           05  gt-accounts-no-rate     pic 9(06)    value zero.
           05  gt-accounts-no-fee      pic 9(06)    value zero.
           05  gt-accounts-overflow    pic 9(06)    value zero.
           05  gt-records-sorted       pic 9(06)    value zero.

       01  advisor-totals.
           05  at-advisor-code         pic x(03).
           05  at-accounts             pic 9(06).
           05  at-baseline-value       pic 9(13)v99.
           05  at-stressed-value       pic 9(13)v99.
           05  at-earlier-count        pic 9(06).

       01  branch-totals.
           05  bt-branch-code          pic x(03).
           05  bt-branch-name          pic x(30).
           05  bt-accounts             pic 9(06).
           05  bt-baseline-value       pic 9(13)v99.
           05  bt-stressed-value       pic 9(13)v99.
           05  bt-earlier-count        pic 9(06).

       01  scenario-totals.
           05  st-scenario-index       pic 9(02).
           05  st-accounts             pic 9(06).
           05  st-baseline-value       pic 9(13)v99.
           05  st-stressed-value       pic 9(13)v99.
           05  st-earlier-count        pic 9(06).

       01  impact-line-fields.
           05  il-level                pic x(01).
           05  il-branch-code          pic x(03).
           05  il-advisor-code         pic x(03).
           05  il-accounts             pic 9(06).
           05  il-baseline-value       pic 9(13)v99.
           05  il-stressed-value       pic 9(13)v99.
           05  il-change-value         pic s9(13)v99.
           05  il-change-pct           pic s9(05)v9.
           05  il-earlier-count        pic 9(06).

       01  account-inputs.
           05  ai-investment-amount    pic 9(09).
           05  ai-number-of-years      pic 9(02).
           05  ai-yearly-interest-rate pic 9(02)v9.
           05  ai-periodic-contrib     pic 9(07).
           05  ai-periodic-withdrawal  pic 9(07).

       01  baseline-result.
           05  bl-future-value         pic 9(11)v99.
           05  bl-depletion-year       pic 9(02).

       01  rate-scan-fields.
           05  rate-scan-code          pic x(04).
           05  rate-scan-result-rate   pic 9(02)v9.

       01  fee-schedule-fields.
           05  fee-scan-code           pic x(04).
           05  fee-tier-table.
               10  fee-tier            occurs 5 times.
                   15  fee-tier-limit  pic 9(11).
                   15  fee-tier-pct    pic 9v999.
           05  fee-tier-index          pic 9(02).
           05  fee-prior-limit         pic 9(11).
           05  fee-tier-portion        pic 9(11)v99.
           05  fee-annual-amount       pic 9(11)v9(04).
           05  year-fee                pic 9(11)v99.

       01  projection-fields.
           05  pj-scenario-index       pic 9(02).
           05  pj-year                 pic 9(02).
           05  pj-year-rate            pic 9(03)v9.
           05  pj-shocked-rate         pic s9(03)v9.
           05  pj-projected-value      pic 9(11)v99.
           05  pj-depletion-year       pic 9(02).

       01  edited-accounts             pic zzzz9.
       01  edited-baseline-value       pic zzz,zzz,zzz,zz9.
       01  edited-stressed-value       pic zzz,zzz,zzz,zz9.
       01  edited-change-value         pic ---,---,---,--9.
       01  edited-change-pct           pic ----9.9.
       01  edited-earlier-count        pic zzzz9.
       01  edited-shock                pic ---9.9.
       01  edited-total-count          pic zzz,zz9.

       01  csv-fields.
           05  csv-accounts            pic z(05)9.
           05  csv-baseline-value      pic z(12)9.99.
           05  csv-stressed-value      pic z(12)9.99.
           05  csv-change-value        pic -(13)9.99.
           05  csv-change-pct          pic -(05)9.9.
           05  csv-earlier-count       pic z(05)9.

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
               value "CALCSTRS BOOK STRESS TEST".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-scenario-heading.
           05  filler                  pic x(10) value "Scenario: ".
           05  rsh-scenario-code       pic x(04).
           05  filler                  pic x(02) value spaces.
           05  rsh-scenario-name       pic x(30).
           05  filler                  pic x(34) value spaces.

       01  rpt-heading-2.
           05  filler                  pic x(05) value "Br".
           05  filler                  pic x(04) value "Adv".
           05  filler                  pic x(06) value "Accts".
           05  filler                  pic x(16)
               value "    Baseline FV ".
           05  filler                  pic x(16)
               value "    Stressed FV ".
           05  filler                  pic x(16)
               value "       Change $ ".
           05  filler                  pic x(08) value "  Chg % ".
           05  filler                  pic x(09) value "Earlier".

       procedure division.

      *  This is the batch driver for the program. It loads the
      *  scenario table and opens the files, then sorts the
      *  projections: the input procedure re-projects every active
      *  account under the baseline and each scenario, and the
      *  output procedure prints the impact report and writes the
      *  CSV. The control totals close the report.
       000-stress-test-book.
           display "Stress Testing Book".
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           perform 005-load-scenario-table.
           perform 006-open-stress-files.
           if sc-count > zero
               sort stress-sort-file
                   on ascending key sr-scenario-index
                                    sr-branch-code
                                    sr-advisor-code
                                    sr-account-number
                   input procedure is 100-project-book
                   output procedure is 300-print-impact-report
           end-if
           perform 800-write-stress-trailer.
           close acctmstr-file.
           if rate-table-present
               close ratetbl-file
           end-if
           if fee-table-present
               close feetbl-file
           end-if
           if reference-table-present
               close advbrtbl-file
           end-if
           close strsrpt-file.
           close strsout-file.
           display "End of Book Stress Test".
           stop run.

      *  Loads the STRSCEN scenarios into the scenario table. A
      *  scenario with no code, or with a shock that is neither
      *  blank nor a signed number, is rejected and counted; the
      *  table holds twenty scenarios and any beyond that are
      *  counted as ignored. With no scenarios loaded the report
      *  carries only its control totals.
       005-load-scenario-table.
           open input strscen-file.
           if strscen-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSCEN OPEN FAILED, FILE STATUS "
                   strscen-file-status
               move 16 to return-code
               stop run
           end-if
           perform 007-read-scenario-record
               until strscen-eof.
           close strscen-file.

      *  Reads the next scenario and loads it into the table.
       007-read-scenario-record.
           read strscen-file
               at end
                   move "Y" to strscen-eof-switch
               not at end
                   add 1 to gt-scenarios-read
                   perform 008-store-scenario
           end-read.

      *  Edits one scenario and stores it in the next table slot.
      *  A blank shock is stored as no shock for that year.
       008-store-scenario.
           move "Y" to scenario-valid-switch.
           if ss-scenario-code = spaces
               move "N" to scenario-valid-switch
           end-if
           move zero to sc-shock-index.
           perform 009-edit-one-shock 10 times.
           if not scenario-valid
               add 1 to gt-scenarios-rejected
               display "CALCSTRS - SCENARIO REJECTED: "
                   strscen-record
           else
               if sc-count >= 20
                   add 1 to gt-scenarios-ignored
                   display "CALCSTRS - SCENARIO TABLE FULL, IGNORED: "
                       ss-scenario-code
               else
                   add 1 to sc-count
                   move ss-scenario-code to sc-scenario-code (sc-count)
                   move ss-scenario-name to sc-scenario-name (sc-count)
                   move zero to sc-shock-index
                   perform 010-store-one-shock 10 times
               end-if
           end-if.

      *  Edits one year's shock: blank or a signed number.
       009-edit-one-shock.
           add 1 to sc-shock-index.
           if ss-shock-slot (sc-shock-index) not = spaces
               and ss-rate-shock (sc-shock-index) is not numeric
               move "N" to scenario-valid-switch
           end-if.

      *  Stores one year's shock in the table slot.
       010-store-one-shock.
           add 1 to sc-shock-index.
           if ss-shock-slot (sc-shock-index) = spaces
               move zero to sc-shock (sc-count sc-shock-index)
           else
               move ss-rate-shock (sc-shock-index)
                   to sc-shock (sc-count sc-shock-index)
           end-if.

      *  Opens the client master for reading only, the rate, fee
      *  and advisor/branch reference tables, the report and the
      *  CSV. A site with no rate table projects only accounts
      *  keyed with their own rate; a site with no fee table
      *  projects only accounts with no fee schedule; a site with
      *  no reference table prints branch codes without names.
       006-open-stress-files.
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "CALCSTRS ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open input ratetbl-file.
           if ratetbl-file-status = "35"
               move "N" to rate-table-switch
           else
               if ratetbl-file-status not = "00"
                   display
                "CALCSTRS ABEND - RATETBL OPEN FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to rate-table-switch
               end-if
           end-if
           open input feetbl-file.
           if feetbl-file-status = "35"
               move "N" to fee-table-switch
           else
               if feetbl-file-status not = "00"
                   display
                "CALCSTRS ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "CALCSTRS ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if
           open output strsrpt-file.
           if strsrpt-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSRPT OPEN FAILED, FILE STATUS "
                   strsrpt-file-status
               move 16 to return-code
               stop run
           end-if
           open output strsout-file.
           if strsout-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSOUT OPEN FAILED, FILE STATUS "
                   strsout-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Builds and writes the page header - program title, run
      *  date, page number, the scenario the page belongs to with
      *  its shock pattern, and the column headings - and resets
      *  the line counter for the new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           move sc-scenario-code (st-scenario-index)
               to rsh-scenario-code.
           move sc-scenario-name (st-scenario-index)
               to rsh-scenario-name.
           write strsrpt-line from rpt-heading-1.
           write strsrpt-line from spaces.
           write strsrpt-line from rpt-scenario-heading.
           move spaces to strsrpt-line.
           move "Shock, years 1-10:" to strsrpt-line.
           move zero to sc-shock-index.
           perform 035-format-one-shock 10 times.
           write strsrpt-line.
           write strsrpt-line from spaces.
           write strsrpt-line from rpt-heading-2.
           write strsrpt-line from spaces.
           if strsrpt-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSRPT WRITE FAILED, FILE STATUS "
                   strsrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 7 to rpt-line-count.

      *  Places one year's shock on the shock pattern line, six
      *  columns to a year.
       035-format-one-shock.
           add 1 to sc-shock-index.
           move sc-shock (st-scenario-index sc-shock-index)
               to edited-shock.
           move edited-shock
               to strsrpt-line (13 + (sc-shock-index * 6):6).

      *  The sort's input procedure. Positions ACCTMSTR at its
      *  first account and projects every account on the file,
      *  releasing one record per scenario for each active one.
       100-project-book.
           move low-values to am-account-number.
           start acctmstr-file
               key is not less than am-account-number
               invalid key
                   move "Y" to acctmstr-eof-switch
           end-start
           perform 110-project-one-account
               until acctmstr-eof.

      *  Reads the next account and projects it.
       110-project-one-account.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   add 1 to gt-accounts-read
                   perform 120-select-account
           end-read.

      *  Decides whether the account takes part. An account with
      *  no years left to project is inactive. A rate code with no
      *  entry in force, or a fee-schedule code with none, would
      *  be rejected by CALC2000, so the account is left out here
      *  too and counted. An account that takes part has its
      *  baseline projected once, then each scenario's.
       120-select-account.
           if am-number-of-years is not numeric
               or am-number-of-years = zero
               or am-investment-amount is not numeric
               add 1 to gt-accounts-inactive
           else
               perform 125-load-account-inputs
               perform 130-resolve-account-rate
               if not rate-scan-hit
                   add 1 to gt-accounts-no-rate
               else
                   perform 140-resolve-fee-schedule
                   if not fee-found
                       add 1 to gt-accounts-no-fee
                   else
                       add 1 to gt-accounts-projected
                       perform 150-project-all-scenarios
                   end-if
               end-if
           end-if.

      *  Holds the master's projection inputs. Columns an older
      *  master record left blank read as zero.
       125-load-account-inputs.
           move am-investment-amount to ai-investment-amount.
           move am-number-of-years   to ai-number-of-years.
           if am-yearly-interest-rate is numeric
               move am-yearly-interest-rate to ai-yearly-interest-rate
           else
               move zero to ai-yearly-interest-rate
           end-if
           if am-periodic-contribution is numeric
               move am-periodic-contribution to ai-periodic-contrib
           else
               move zero to ai-periodic-contrib
           end-if
           if am-periodic-withdrawal is numeric
               move am-periodic-withdrawal to ai-periodic-withdrawal
           else
               move zero to ai-periodic-withdrawal
           end-if.

      *  An account that carries a rate code has its yearly rate
      *  resolved from the RATETBL entry in force today; a blank
      *  code keeps the master's own rate.
       130-resolve-account-rate.
           move "Y" to rate-scan-hit-switch.
           if am-rate-code not = spaces
               move "N" to rate-scan-hit-switch
               if rate-table-present
                   move am-rate-code to rate-scan-code
                   move rate-scan-code to rt-rate-code
                   move "00000000" to rt-effective-from
                   start ratetbl-file
                       key is not less than rt-rate-key
                       invalid key
                           move "Y" to rate-scan-done-switch
                       not invalid key
                           move "N" to rate-scan-done-switch
                   end-start
                   perform 135-scan-rate-table-entry
                       until rate-scan-done
                   if rate-scan-hit
                       move rate-scan-result-rate
                           to ai-yearly-interest-rate
                   end-if
               end-if
           end-if.

      *  Examines the next rate table entry for the account's code.
      *  Each entry dated on or before today replaces the resolved
      *  rate; the scan stops at the first entry past today or
      *  belonging to another code.
       135-scan-rate-table-entry.
           read ratetbl-file next record
               at end
                   move "Y" to rate-scan-done-switch
               not at end
                   if rt-rate-code not = rate-scan-code
                       or rt-effective-from > rpt-run-date
                       move "Y" to rate-scan-done-switch
                   else
                       move rt-yearly-interest-rate
                           to rate-scan-result-rate
                       move "Y" to rate-scan-hit-switch
                   end-if
           end-read.

      *  An account that carries a fee-schedule code has its fee
      *  tiers resolved from the FEETBL entry in force today, so
      *  both the baseline and the stressed values are net of fee.
      *  A blank code projects gross of fee.
       140-resolve-fee-schedule.
           move "Y" to fee-lookup-switch.
           move "N" to fee-schedule-switch.
           move zero to fee-tier-table.
           if am-fee-schedule-code not = spaces
               move "N" to fee-lookup-switch
               if fee-table-present
                   move am-fee-schedule-code to fee-scan-code
                   move fee-scan-code to ft-fee-schedule-code
                   move "00000000" to ft-effective-from
                   start feetbl-file
                       key is not less than ft-fee-key
                       invalid key
                           move "Y" to fee-scan-done-switch
                       not invalid key
                           move "N" to fee-scan-done-switch
                   end-start
                   perform 145-scan-fee-entry
                       until fee-scan-done
               end-if
           end-if.

      *  Examines the next fee table entry for the account's code.
      *  Each entry dated on or before today replaces the resolved
      *  tiers; the scan stops at the first entry past today or
      *  belonging to another code.
       145-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to fee-scan-done-switch
               not at end
                   if ft-fee-schedule-code not = fee-scan-code
                       or ft-effective-from > rpt-run-date
                       move "Y" to fee-scan-done-switch
                   else
                       move ft-fee-tiers to fee-tier-table
                       move "Y" to fee-schedule-switch
                       move "Y" to fee-lookup-switch
                   end-if
           end-read.

      *  Projects the account at its own rate for the baseline,
      *  then under each scenario, releasing one sort record per
      *  scenario. An account whose stressed money runs out in an
      *  earlier year than its baseline - or runs out at all when
      *  the baseline lasts the horizon - is flagged as depleting
      *  earlier.
       150-project-all-scenarios.
           move "N" to account-overflow-switch.
           move zero to pj-scenario-index.
           perform 200-project-account-value.
           move pj-projected-value to bl-future-value.
           move pj-depletion-year to bl-depletion-year.
           move zero to sc-index.
           perform 160-project-one-scenario
               until sc-index >= sc-count.
           if account-overflowed
               add 1 to gt-accounts-overflow
           end-if.

      *  Projects the account under one scenario and releases the
      *  result to the sort.
       160-project-one-scenario.
           add 1 to sc-index.
           move sc-index to pj-scenario-index.
           perform 200-project-account-value.
           move spaces to stress-sort-record.
           move sc-index             to sr-scenario-index.
           move am-branch-code       to sr-branch-code.
           move am-advisor-code      to sr-advisor-code.
           move am-account-number    to sr-account-number.
           move bl-future-value      to sr-baseline-value.
           move pj-projected-value   to sr-stressed-value.
           move "N" to sr-earlier-switch.
           if pj-depletion-year > zero
               if bl-depletion-year = zero
                   or pj-depletion-year < bl-depletion-year
                   move "Y" to sr-earlier-switch
               end-if
           end-if
           release stress-sort-record.
           add 1 to gt-records-sorted.

      *  Projects the account year by year over its horizon under
      *  the scenario in pj-scenario-index, scenario zero being the
      *  baseline. The projection stops when the withdrawals
      *  exhaust the balance or one more year would overflow the
      *  value, which keeps its last good figure.
       200-project-account-value.
           move ai-investment-amount to pj-projected-value.
           move zero to pj-depletion-year.
           move "N" to depleted-switch.
           move "N" to overflow-switch.
           move 1 to pj-year.
           perform 210-compound-one-year
               until pj-year > ai-number-of-years
                   or projection-depleted
                   or projection-overflow.
           if projection-overflow
               move "Y" to account-overflow-switch
           end-if.

      *  Compounds the projected value by one year the way CALC2000
      *  compounds an annual projection: contribution, interest at
      *  the year's rate, the year's advisory fee, then withdrawal.
      *  Under a scenario the year's rate is the account's rate
      *  plus the scenario's shock for that year, never below zero.
       210-compound-one-year.
           move ai-yearly-interest-rate to pj-year-rate.
           if pj-scenario-index > zero
               and pj-year <= 10
               compute pj-shocked-rate =
                   ai-yearly-interest-rate
                       + sc-shock (pj-scenario-index pj-year)
               if pj-shocked-rate < zero
                   move zero to pj-year-rate
               else
                   move pj-shocked-rate to pj-year-rate
               end-if
           end-if
           add ai-periodic-contrib to pj-projected-value
               on size error
                   move "Y" to overflow-switch
           end-add.
           if not projection-overflow
               compute pj-projected-value rounded =
                   pj-projected-value +
                       (pj-projected-value * pj-year-rate / 100)
                   on size error
                       move "Y" to overflow-switch
               end-compute
           end-if
           if not projection-overflow
               and fee-schedule-applies
               perform 220-compute-year-fee
               if year-fee > pj-projected-value
                   move pj-projected-value to year-fee
               end-if
               subtract year-fee from pj-projected-value
           end-if
           if not projection-overflow
               and ai-periodic-withdrawal > zero
               if pj-projected-value > ai-periodic-withdrawal
                   subtract ai-periodic-withdrawal
                       from pj-projected-value
               else
                   move zero to pj-projected-value
                   move "Y" to depleted-switch
                   move pj-year to pj-depletion-year
               end-if
           end-if
           add 1 to pj-year.

      *  Works out the year's advisory fee on the projected value,
      *  tier by tier the way CALC2000 does: each tier charges its
      *  percent on the part of the balance above the prior tier's
      *  limit up to its own, and a zero limit, or the fifth tier,
      *  takes the rest.
       220-compute-year-fee.
           move zero to fee-annual-amount.
           move zero to fee-prior-limit.
           move zero to fee-tier-index.
           move "N" to fee-tiers-done-switch.
           perform 225-apply-one-fee-tier
               until fee-tiers-done.
           compute year-fee rounded = fee-annual-amount.

      *  Charges one tier's share of the projected value.
       225-apply-one-fee-tier.
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

      *  The sort's output procedure. Returns the projections in
      *  scenario, branch and advisor order, printing an impact
      *  line for each advisor, a total for each branch and a
      *  total for each scenario, each scenario on pages of its
      *  own, and closes the last groups at the end.
       300-print-impact-report.
           perform 310-return-stress-record.
           perform 320-accumulate-stress-record
               until sort-eof.
           if not first-record
               perform 340-close-advisor
               perform 345-close-branch
               perform 350-close-scenario
           end-if.

      *  Returns the next projection from the sort.
       310-return-stress-record.
           return stress-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Adds one projection into its advisor's totals, closing the
      *  previous advisor, branch and scenario as the keys change.
       320-accumulate-stress-record.
           if first-record
               move "N" to first-record-switch
               perform 330-start-scenario
               perform 335-start-branch
               perform 337-start-advisor
           else
               if sr-scenario-index not = st-scenario-index
                   perform 340-close-advisor
                   perform 345-close-branch
                   perform 350-close-scenario
                   perform 330-start-scenario
                   perform 335-start-branch
                   perform 337-start-advisor
               else
                   if sr-branch-code not = bt-branch-code
                       perform 340-close-advisor
                       perform 345-close-branch
                       perform 335-start-branch
                       perform 337-start-advisor
                   else
                       if sr-advisor-code not = at-advisor-code
                           perform 340-close-advisor
                           perform 337-start-advisor
                       end-if
                   end-if
               end-if
           end-if
           add 1 to at-accounts.
           add sr-baseline-value to at-baseline-value.
           add sr-stressed-value to at-stressed-value.
           if sr-depletes-earlier
               add 1 to at-earlier-count
           end-if
           perform 310-return-stress-record.

      *  Starts a new scenario: clears its totals and starts a new
      *  page headed with the scenario.
       330-start-scenario.
           move sr-scenario-index to st-scenario-index.
           move zero to st-accounts.
           move zero to st-baseline-value.
           move zero to st-stressed-value.
           move zero to st-earlier-count.
           perform 030-print-report-headers.

      *  Starts a new branch: looks up the branch's name on the
      *  reference table, clears its totals, and prints the branch
      *  heading line.
       335-start-branch.
           move sr-branch-code to bt-branch-code.
           move zero to bt-accounts.
           move zero to bt-baseline-value.
           move zero to bt-stressed-value.
           move zero to bt-earlier-count.
           if bt-branch-code = spaces
               move "NOT ASSIGNED" to bt-branch-name
           else
               move "*NOT ON ADVBRTBL*" to bt-branch-name
               if reference-table-present
                   move "B" to ab-entry-type
                   move bt-branch-code to ab-entry-code
                   read advbrtbl-file
                       key is ab-table-key
                       invalid key
                           continue
                       not invalid key
                           move ab-entry-name to bt-branch-name
                   end-read
               end-if
           end-if
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to strsrpt-line.
           string "Branch " bt-branch-code delimited by size
               "  " bt-branch-name delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           add 1 to rpt-line-count.

      *  Starts a new advisor and clears its totals.
       337-start-advisor.
           move sr-advisor-code to at-advisor-code.
           move zero to at-accounts.
           move zero to at-baseline-value.
           move zero to at-stressed-value.
           move zero to at-earlier-count.

      *  Prints the advisor's impact line and rolls its totals into
      *  the branch.
       340-close-advisor.
           move "A" to il-level.
           move bt-branch-code    to il-branch-code.
           move at-advisor-code   to il-advisor-code.
           move at-accounts       to il-accounts.
           move at-baseline-value to il-baseline-value.
           move at-stressed-value to il-stressed-value.
           move at-earlier-count  to il-earlier-count.
           perform 360-write-impact-line.
           add at-accounts       to bt-accounts.
           add at-baseline-value to bt-baseline-value.
           add at-stressed-value to bt-stressed-value.
           add at-earlier-count  to bt-earlier-count.

      *  Prints the branch total line, rolls the branch into the
      *  scenario, and spaces before the next branch.
       345-close-branch.
           move "B" to il-level.
           move bt-branch-code    to il-branch-code.
           move "ALL"             to il-advisor-code.
           move bt-accounts       to il-accounts.
           move bt-baseline-value to il-baseline-value.
           move bt-stressed-value to il-stressed-value.
           move bt-earlier-count  to il-earlier-count.
           perform 360-write-impact-line.
           write strsrpt-line from spaces.
           add 1 to rpt-line-count.
           add bt-accounts       to st-accounts.
           add bt-baseline-value to st-baseline-value.
           add bt-stressed-value to st-stressed-value.
           add bt-earlier-count  to st-earlier-count.

      *  Prints the scenario total line for the whole book.
       350-close-scenario.
           move "S" to il-level.
           move "ALL"             to il-branch-code.
           move "ALL"             to il-advisor-code.
           move st-accounts       to il-accounts.
           move st-baseline-value to il-baseline-value.
           move st-stressed-value to il-stressed-value.
           move st-earlier-count  to il-earlier-count.
           perform 360-write-impact-line.

      *  Works out the change in dollars and percent for the line
      *  in impact-line-fields, prints it in whole dollars and
      *  writes the same figures to the CSV. A line with no
      *  baseline value shows no percent.
       360-write-impact-line.
           compute il-change-value =
               il-stressed-value - il-baseline-value.
           if il-baseline-value = zero
               move zero to il-change-pct
           else
               compute il-change-pct rounded =
                   il-change-value * 100 / il-baseline-value
                   on size error
                       move zero to il-change-pct
               end-compute
           end-if
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move il-accounts       to edited-accounts.
           move il-baseline-value to edited-baseline-value.
           move il-stressed-value to edited-stressed-value.
           move il-change-value   to edited-change-value.
           move il-change-pct     to edited-change-pct.
           move il-earlier-count  to edited-earlier-count.
           move spaces to strsrpt-line.
           string il-branch-code delimited by size
               "  " il-advisor-code delimited by size
               " " edited-accounts delimited by size
               " " edited-baseline-value delimited by size
               " " edited-stressed-value delimited by size
               " " edited-change-value delimited by size
               " " edited-change-pct delimited by size
               " " edited-earlier-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           if strsrpt-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSRPT WRITE FAILED, FILE STATUS "
                   strsrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
           perform 370-write-impact-csv.

      *  Writes the line in impact-line-fields to the CSV: level (A
      *  advisor, B branch total, S scenario total), scenario,
      *  branch, advisor, accounts, baseline, stressed, change,
      *  change percent and earlier-depletion count.
       370-write-impact-csv.
           move il-accounts       to csv-accounts.
           move il-baseline-value to csv-baseline-value.
           move il-stressed-value to csv-stressed-value.
           move il-change-value   to csv-change-value.
           move il-change-pct     to csv-change-pct.
           move il-earlier-count  to csv-earlier-count.
           move spaces to strsout-line.
           string il-level delimited by size
               "," sc-scenario-code (st-scenario-index)
               delimited by size
               "," il-branch-code delimited by size
               "," il-advisor-code delimited by size
               "," csv-accounts delimited by size
               "," csv-baseline-value delimited by size
               "," csv-stressed-value delimited by size
               "," csv-change-value delimited by size
               "," csv-change-pct delimited by size
               "," csv-earlier-count delimited by size
               into strsout-line
           end-string
           write strsout-line.
           if strsout-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSOUT WRITE FAILED, FILE STATUS "
                   strsout-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes the end-of-run control totals to strsrpt-file.
       800-write-stress-trailer.
           write strsrpt-line from spaces.
           move "***** STRESS TEST CONTROL TOTALS *****"
               to strsrpt-line.
           write strsrpt-line.
           move gt-scenarios-read to edited-total-count.
           move spaces to strsrpt-line.
           string "Scenarios Read         : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move sc-count to edited-total-count.
           move spaces to strsrpt-line.
           string "Scenarios Run          : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-scenarios-rejected to edited-total-count.
           move spaces to strsrpt-line.
           string "Scenarios Rejected     : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-scenarios-ignored to edited-total-count.
           move spaces to strsrpt-line.
           string "Scenarios Over Limit   : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-read to edited-total-count.
           move spaces to strsrpt-line.
           string "Accounts Read          : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-projected to edited-total-count.
           move spaces to strsrpt-line.
           string "Accounts Projected     : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-inactive to edited-total-count.
           move spaces to strsrpt-line.
           string "Accounts Inactive      : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-no-rate to edited-total-count.
           move spaces to strsrpt-line.
           string "Rate Code Not In Force : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-no-fee to edited-total-count.
           move spaces to strsrpt-line.
           string "Fee Code Not In Force  : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-accounts-overflow to edited-total-count.
           move spaces to strsrpt-line.
           string "Projections Overflowed : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           move gt-records-sorted to edited-total-count.
           move spaces to strsrpt-line.
           string "Scenario Projections   : " delimited by size
               edited-total-count delimited by size
               into strsrpt-line
           end-string
           write strsrpt-line.
           if strsrpt-file-status not = "00"
               display
                 "CALCSTRS ABEND - STRSRPT WRITE FAILED, FILE STATUS "
                   strsrpt-file-status
               move 16 to return-code
               stop run
           end-if.
