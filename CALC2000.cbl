      *                  schedule's depletion row backs out only
      *                  the withdrawals actually taken, including
      *                  the partial final one.
      *  10.15.2026  CR  The rate code a projection resolved its rate
      *                  from is now carried onto the CALCHIST
      *                  record, so the new CALCPOS custodian
      *                  position reconciliation can back-test each
      *                  RATETBL assumption against actual balances.
      *  10.15.2026  CR  Net-of-fee projections. An account or CALCIN
      *                  record may carry a fee-schedule code, and
      *                  its tiers are resolved from the new FEETBL
      *                  fee schedule table as of the run date the
      *                  way a rate code is from RATETBL. The tiered
      *                  annual fee is deducted from the balance
      *                  every period after interest is credited, so
      *                  future value, the sweep, and goal seek are
      *                  all net of fee. CALCRPT shows the gross
      *                  future value and the total fees beside the
      *                  net value, the growth schedule shows each
      *                  year's fees, and the CALCOUT extract and
      *                  the CALCHIST record carry the gross value
      *                  and the fees. A code with no entry in force
      *                  rejects the record.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.

       environment division.

               record key is rt-rate-key
               file status is ratetbl-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

           select batchreg-file assign to "BATCHREG"
               organization is indexed
               access mode is dynamic

       fd  calcout-file
           label records are standard.
       01  calcout-line                pic x(132).

       fd  calchist-file
           label records are standard.
           label records are standard.
           copy batchrr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       working-storage section.

       01  calcin-file-status         pic x(02).
       01  runlog-file-status         pic x(02).
       01  ratetbl-file-status        pic x(02).
       01  batchreg-file-status       pic x(02).
       01  feetbl-file-status         pic x(02).

       01  ck-relative-key            pic 9(04)    value 1.

               88  final-pass                            value "Y".
           05  trial-depleted-switch   pic x(01)    value "N".
               88  trial-depleted                        value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                    value "Y".
               88  fee-table-absent                     value "N".
           05  fee-lookup-switch       pic x(01)    value "Y".
               88  fee-found                             value "Y".
               88  fee-not-found                         value "N".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                         value "Y".
           05  fee-schedule-switch     pic x(01)    value "N".
               88  fee-schedule-applies                  value "Y".
           05  fee-suppress-switch     pic x(01)    value "N".
               88  fees-suppressed                       value "Y".
           05  fee-tiers-done-switch   pic x(01)    value "N".
               88  fee-tiers-done                        value "Y".

       01  checkpoint-fields.
           05  checkpoint-interval     pic 9(04)    value 25.
               88  solve-for-withdrawal               value "W".
           05  rate-code                   pic x(04).
           05  periodic-withdrawal         pic 9(7).
           05  fee-schedule-code           pic x(04).
           05  rate-segment-table.
               10  rate-segment            occurs 3 times.
                   15  segment-years       pic 99.
           05  withdrawal-low-bound        pic 9(7).
           05  withdrawal-high-bound       pic 9(7).
           05  withdrawal-try-value        pic 9(7).
           05  trial-total-fees            pic 9(11)v99.

       01  sweep-fields.
           05  sweep-base-rate             pic 99v9.
           05  sweep-work-rate             pic s99v9.
           05  sweep-high-rate             pic 99v9.
           05  sweep-real-value            pic 9(11)v99.
           05  sweep-net-value             pic 9(11)v99.
           05  sweep-fee-value             pic 9(11)v99.
           05  sweep-gross-value           pic 9(11)v99.

       01  sweep-heading-1.
           05  filler                  pic x(31)
           05  sched-row-withdrawals       pic 9(11)v99.
           05  sched-real-balance          pic 9(11)v99.
           05  sched-year-deflator         pic 9(10)v9(04).
           05  sched-year-fees             pic 9(11)v99.
           05  sched-balance-table.
               10  sched-balance           pic 9(11)v99
                   occurs 99 times.
           05  sched-fees-table.
               10  sched-fees              pic 9(11)v99
                   occurs 99 times.

       01  sched-heading-1.
           05  filler                  pic x(07) value "  Year".
           05  filler                  pic x(18) value "Balance".
           05  filler                  pic x(18)
               value "Interest Earned".
           05  filler                  pic x(17) value "Fees".
           05  filler                  pic x(20) value "Real Value".

       01  work-fields.
           05  future-value                pic 9(11)v99.
           05  rate-scan-code              pic x(04).
           05  rate-scan-result-rate       pic 99v9.
           05  current-period-number       pic 9(04).
           05  gross-future-value          pic 9(11)v99.
           05  total-fees                  pic 9(11)v99.

       01  fee-schedule-fields.
           05  fee-scan-code               pic x(04).
           05  fee-tier-table.
               10  fee-tier                occurs 5 times.
                   15  fee-tier-limit      pic 9(11).
                   15  fee-tier-pct        pic 9v999.
           05  fee-tier-index              pic 9(02).
           05  fee-base-balance            pic 9(11)v99.
           05  fee-prior-limit             pic 9(11).
           05  fee-tier-portion            pic 9(11)v99.
           05  fee-annual-amount           pic 9(11)v9(04).
           05  period-fee                  pic 9(11)v99.

       01  rate-segment-fields.
           05  seg-count                   pic 9(02)    value zero.
           05 edited-number-of-years       pic zzz,zzz,zz.
           05 edited-sched-year            pic zzz9.
           05 edited-sched-interest        pic -zz,zzz,zzz,zz9.99.
           05 edited-sched-fees            pic z,zzz,zzz,zz9.99.
           05 edited-target-amount         pic zz,zzz,zzz,zz9.
           05 edited-contributed-value     pic zz,zzz,zzz,zz9.99.
           05 edited-sweep-rate            pic z9.9.

           05 csv-contributed-value        pic z(10)9.99.
           05 csv-row-type                 pic x(01).
           05 csv-gross-value              pic z(10)9.99.
           05 csv-fee-value                pic z(10)9.99.

           05 csv-whole-value              pic z(10)9.
           05 csv-decimal-value            pic z(10)9.99.
           perform 006-initialize-account-master.
           perform 008-initialize-history-file.
           perform 009-initialize-rate-table.
           perform 011-initialize-fee-table.
           perform 007-skip-to-restart-point
               until calcin-eof
                   or record-sequence-number >= restart-skip-to-key.
           if rate-table-present
               close ratetbl-file
           end-if
           if fee-table-present
               close feetbl-file
           end-if
           close batchreg-file.
           display "End of Calculations".
           stop run.
               display
                 "CALC2000 ABEND - RUNLOG OPEN FAILED, FILE STATUS "
                   runlog-file-status
               move 16 to return-code
               stop run
           end-if
           accept rpt-run-date from date yyyymmdd.
               end-if
           end-if.

      *  Opens the FEETBL fee schedule table read-only. A site that
      *  has not built a fee table yet projects every record gross
      *  of fee, the way it did before fees were deducted, and a
      *  record that does carry a fee-schedule code is rejected by
      *  the edit the same way a code with no entry in force is.
       011-initialize-fee-table.
           open input feetbl-file.
           if feetbl-file-status = "35"
               move "N" to fee-table-switch
           else
               if feetbl-file-status not = "00"
                   move "FEETBL OPEN FAILED" to abend-message
                   move feetbl-file-status to abend-file-status
                   perform 900-abend-run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if.

      *  Reads and discards one calcin-file record without editing or
      *  calculating it, used only to fast-forward past records a
      *  prior, abended run already finished.
               move ci-sweep-spread         to sweep-spread
               move ci-sweep-step           to sweep-step
               move ci-rate-code            to rate-code
               move ci-fee-schedule-code    to fee-schedule-code
               if ci-periodic-withdrawal is numeric
                   move ci-periodic-withdrawal
                       to periodic-withdrawal
               perform 040-lookup-account-master
               perform 045-lookup-rate-table
               perform 047-resolve-segment-rates
               perform 043-lookup-fee-schedule
               perform 050-edit-input-values
           end-if.

                       move am-last-run-date
                           to prior-run-date-hold
                       move am-rate-code    to rate-code
                       move am-fee-schedule-code
                           to fee-schedule-code
                       move am-advisor-code to advisor-code-hold
                       move am-branch-code  to branch-code-hold
                       if am-periodic-withdrawal is numeric
                   end-if
           end-read.

      *  A record that carries a fee-schedule code has its fee tiers
      *  resolved from the FEETBL entry in force on the run date,
      *  scanned the same way 048 scans the rate table. A blank code
      *  projects gross of fee; a code with no entry in force, or
      *  any code when no fee table is on file, marks the record for
      *  the edit to reject.
       043-lookup-fee-schedule.
           move "Y" to fee-lookup-switch.
           move "N" to fee-schedule-switch.
           move zero to fee-tier-table.
           if fee-schedule-code not = spaces
               if fee-table-absent
                   move "N" to fee-lookup-switch
               else
                   move fee-schedule-code to fee-scan-code
                   move fee-scan-code to ft-fee-schedule-code
                   move "00000000" to ft-effective-from
                   start feetbl-file
                       key is not less than ft-fee-key
                       invalid key
                           move "Y" to fee-scan-done-switch
                       not invalid key
                           move "N" to fee-scan-done-switch
                   end-start
                   perform 044-scan-fee-table-entry
                       until fee-scan-done
                   if fee-schedule-applies
                       continue
                   else
                       move "N" to fee-lookup-switch
                   end-if
               end-if
           end-if.

      *  Examines the next fee table entry for the code being
      *  resolved. Entries for the code arrive in effective-from
      *  order, so each one dated on or before the run date
      *  replaces the resolved tiers, and the scan stops at the
      *  first entry past the run date or belonging to another
      *  code.
       044-scan-fee-table-entry.
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
                   end-if
           end-read.

      *  A CALCIN record that leaves repeat-count or doubling-factor
      *  blank/zero gets the program's original behavior: 3 doubling
      *  passes at a factor of 2.
      *  Validates the values just read from calcin-record before
      *  they are allowed anywhere near the calculation paragraphs.
      *  A record whose account number was not found on ACCTMSTR, or
      *  whose rate code resolved to no active RATETBL entry, or
      *  whose fee-schedule code resolved to no FEETBL entry, is
      *  rejected outright; otherwise a goal-seek record is edited by
      *  051 and a projection record by 052. The first condition that
      *  fails sets input-record-switch to "N" and records the reason
               move "N" to input-record-switch
               move "Rate code has no active rate on RATETBL"
                   to edit-reject-reason
           else
           if fee-not-found
               move "N" to input-record-switch
               move "Fee schedule has no active entry on FEETBL"
                   to edit-reject-reason
           else
               if goal-seek-request
                   perform 051-edit-goal-seek-values
               end-if
           end-if
           end-if
           end-if
           if input-record-invalid
               add 1 to bt-records-rejected
           else
               move zero to seg-store-index
               perform 073-store-segment-history 3 times
               move bv-batch-number        to hs-batch-number
               move rate-code              to hs-rate-code
               move gross-future-value     to hs-gross-future-value
               move total-fees             to hs-total-fees
               move fee-schedule-code      to hs-fee-schedule-code
               write calchist-record
                   invalid key
                       rewrite calchist-record
      *  the program performs the 120 paragraph until the year-counter
      *  is greater than the number of years we desire. Finally, the
      *  paragraph ends by perfoming the 140 paragraph to display
      *  the values. When the record carries a fee schedule the same
      *  compounding is first run through 121 with the fee held off,
      *  so the report can show the gross value beside the net.
       100-calculate-future-value.
           move investment-amount to future-value
           move 1 to year-counter
           move zero to depletion-withdrawal-taken
           move zero to sched-years-stored
           move zero to total-contributed
           move zero to total-fees
           move zero to sched-year-fees
           if fee-schedule-applies
               move "Y" to fee-suppress-switch
               perform 121-compute-trial-fv
               move "N" to fee-suppress-switch
               move trial-future-value to gross-future-value
           end-if
           perform 110-set-compounding-periods
           perform 120-calculate-next-fv
               until year-counter > total-periods
                   or fv-overflow
                   or funds-depleted
           if not fee-schedule-applies
               move future-value to gross-future-value
           end-if
           perform 130-calculate-real-value
           perform 140-display-values.

      *  In this paragraph we compute the next-fv in a rounded value.
      *  The period's contribution is deposited first, then we do the
      *  math to multiply the future-value and the period interest
      *  rate then divide them by one hundred, the period's share of
      *  the advisory fee is deducted, and the period's
      *  withdrawal is drawn from the balance last. A withdrawal the
      *  balance cannot cover takes the balance to zero, records the
      *  year the money ran out, and stops the projection there
                       move "Y" to fv-overflow-switch
               end-compute
           end-if
           if not fv-overflow
               and fee-schedule-applies
               move future-value to fee-base-balance
               perform 127-compute-period-fee
               if period-fee > future-value
                   move future-value to period-fee
               end-if
               subtract period-fee from future-value
               add period-fee to total-fees
               add period-fee to sched-year-fees
           end-if
           if not fv-overflow
               and periodic-withdrawal > zero
               if future-value > periodic-withdrawal
                       = zero)
               add 1 to sched-years-stored
               move future-value to sched-balance (sched-years-stored)
               move sched-year-fees to sched-fees (sched-years-stored)
               move zero to sched-year-fees
           end-if
           add 1 to year-counter.

      *  Works out one period's share of the annual advisory fee on
      *  fee-base-balance. The tiers are marginal: each charges its
      *  percent on the part of the balance above the prior tier's
      *  limit up to its own limit, and a zero limit, or the fifth
      *  tier, takes the rest. The annual fee is spread evenly over
      *  the compounding periods of the year.
       127-compute-period-fee.
           move zero to fee-annual-amount.
           move zero to fee-prior-limit.
           move zero to fee-tier-index.
           move "N" to fee-tiers-done-switch.
           perform 128-apply-one-fee-tier
               until fee-tiers-done.
           compute period-fee rounded =
               fee-annual-amount / periods-per-year.

      *  Charges one tier's share of fee-base-balance.
       128-apply-one-fee-tier.
           add 1 to fee-tier-index.
           if fee-tier-index >= 5
               or fee-tier-limit (fee-tier-index) = zero
               or fee-base-balance
                   not > fee-tier-limit (fee-tier-index)
               compute fee-tier-portion =
                   fee-base-balance - fee-prior-limit
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

      *  Notes on calcerr-file that this record's compounding stopped
      *  short of total-periods because continuing would have
      *  overflowed future-value.
           move yearly-interest-rate to edited-interest-rate.
           move number-of-years  to edited-number-of-years.
           move total-contributed to edited-contributed-value.
           if rpt-line-count + 15 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to calcrpt-line.
               into calcrpt-line
           end-string
           write calcrpt-line.
           move gross-future-value to edited-decimal-value.
           move spaces to calcrpt-line.
           string "Gross Future Value: " delimited by size
               edited-decimal-value  delimited by size
               into calcrpt-line
           end-string
           write calcrpt-line.
           move total-fees to edited-decimal-value.
           move spaces to calcrpt-line.
           string "Total Fees        : " delimited by size
               edited-decimal-value  delimited by size
               into calcrpt-line
           end-string
           write calcrpt-line.
           move future-value to edited-decimal-value.
           move spaces to calcrpt-line.
           string "Net Future Value  : " delimited by size
               edited-decimal-value  delimited by size
               into calcrpt-line
           end-string
               move calcrpt-file-status to abend-file-status
               perform 900-abend-run
           end-if
           add 11 to rpt-line-count.
           perform 145-write-csv-record.

      *  Prints one stepped rate segment's assumption line beneath
      *  Prints the year-by-year growth schedule beneath the summary
      *  block: a heading, then one line per year showing the year
      *  number, the balance 120-calculate-next-fv reached at the end
      *  of that year, the interest earned during the year, the
      *  advisory fees deducted during the year, and the balance
      *  deflated by inflation-rate over the years elapsed so far.
       142-print-growth-schedule.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
      *  depletion row covers only the periods the money lasted,
      *  and its final withdrawal was partial - only the remaining
      *  balance was taken - so the interest figure backs out the
      *  amounts actually deposited and withdrawn in that span. The
      *  year's fees came out of the balance too, so they are added
      *  back to show the interest actually earned.
       143-print-schedule-line.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
               sched-balance (sched-year-index) - sched-prior-balance
                   - (sched-row-periods * periodic-contribution)
                   + sched-row-withdrawals
                   + sched-fees (sched-year-index)
               on size error
                   move zero to sched-interest-earned
           end-compute.
           move sched-balance (sched-year-index)
               to edited-decimal-value.
           move sched-interest-earned to edited-sched-interest.
           move sched-fees (sched-year-index) to edited-sched-fees.
           move sched-real-balance to edited-real-value.
           move spaces to calcrpt-line.
           string "  " edited-sched-year delimited by size
               " " edited-decimal-value delimited by size
               " " edited-sched-interest delimited by size
               " " edited-sched-fees delimited by size
               " " edited-real-value delimited by size
               into calcrpt-line
           end-string
           write calcrpt-line.
      *  for an account on the master, N a final pass for a scenario
      *  keyed without an account number (no history record exists
      *  for it), and P a non-final doubling pass (only the final
      *  pass's value reaches the batch total and the history). The
      *  future value column is net of fee; the gross value and the
      *  total fees follow the row type.
       145-write-csv-record.
           move investment-amount    to csv-whole-value.
           move number-of-years      to csv-number-of-years.
           move yearly-interest-rate to csv-interest-rate.
           move future-value         to csv-decimal-value.
           move total-contributed    to csv-contributed-value.
           move gross-future-value   to csv-gross-value.
           move total-fees           to csv-fee-value.
           if not final-pass
               move "P" to csv-row-type
           else
               "," csv-decimal-value   delimited by size
               "," csv-contributed-value delimited by size
               "," csv-row-type        delimited by size
               "," csv-gross-value     delimited by size
               "," csv-fee-value       delimited by size
               into calcout-line
           end-string.
           write calcout-line.
      *  matrix row to calcrpt-file and the matching extract row to
      *  calcout-file. A rate whose value would overflow the trial
      *  field is noted on its row instead of printing a wrapped
      *  figure. The row's value is net of fee; for a record with a
      *  fee schedule the rate is run again with the fee held off so
      *  the extract row carries the gross value as well.
       310-print-one-sweep-row.
           move sweep-rate to yearly-interest-rate.
           perform 121-compute-trial-fv.
           move trial-future-value to sweep-net-value.
           move trial-total-fees to sweep-fee-value.
           if fee-schedule-applies
               and not trial-overflow
               move "Y" to fee-suppress-switch
               perform 121-compute-trial-fv
               move "N" to fee-suppress-switch
               move trial-future-value to sweep-gross-value
               move sweep-net-value to trial-future-value
               move "N" to trial-overflow-switch
           else
               move trial-future-value to sweep-gross-value
           end-if
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move investment-amount    to csv-whole-value.
           move number-of-years      to csv-number-of-years.
           move sweep-rate           to csv-interest-rate.
           move sweep-net-value      to csv-decimal-value.
           move total-contributed    to csv-contributed-value.
           move sweep-gross-value    to csv-gross-value.
           move sweep-fee-value      to csv-fee-value.
           move spaces to calcout-line.
           string csv-whole-value      delimited by size
               "," csv-number-of-years delimited by size
               "," csv-decimal-value   delimited by size
               "," csv-contributed-value delimited by size
               ",S" delimited by size
               "," csv-gross-value     delimited by size
               "," csv-fee-value       delimited by size
               into calcout-line
           end-string.
           write calcout-line.
           move 1 to trial-period-counter.
           move "N" to trial-overflow-switch.
           move "N" to trial-depleted-switch.
           move zero to trial-total-fees.
           perform 122-compute-one-trial-period
               until trial-period-counter > total-periods
                   or trial-overflow

      *  Compounds trial-future-value by one period, the same steps
      *  120-calculate-next-fv applies to a projection - deposit,
      *  interest, the period's fee, then the period's withdrawal,
      *  with a withdrawal the balance cannot cover ending the trial
      *  at zero. The fee is skipped while 100 or the sweep is
      *  working out the gross value.
       122-compute-one-trial-period.
           move trial-period-counter to current-period-number.
           perform 115-select-period-rate.
                       move "Y" to trial-overflow-switch
               end-compute
           end-if
           if not trial-overflow
               and fee-schedule-applies
               and not fees-suppressed
               move trial-future-value to fee-base-balance
               perform 127-compute-period-fee
               if period-fee > trial-future-value
                   move trial-future-value to period-fee
               end-if
               subtract period-fee from trial-future-value
               add period-fee to trial-total-fees
           end-if
           if not trial-overflow
               and periodic-withdrawal > zero
               if trial-future-value > periodic-withdrawal
           move abend-message to rl-abend-message.
           move abend-file-status to rl-file-status.
           perform 910-write-run-log-record.
           move 16 to return-code.
           stop run.

      *  Builds and writes the one run-log record this run leaves on
