       identification division.

       program-id. calchhs.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program produces the consolidated
      *  household statement file after a calculation batch. The
      *  accounts of one family - a joint account, an IRA for each
      *  spouse, a college fund - carry the same household ID on
      *  ACCTMSTR, and one of them is flagged as the household's
      *  primary mailing account. For every account on the CALCHIST
      *  history file this program takes the latest run's result,
      *  and the results of the accounts in a household are sorted
      *  together and printed as one statement to HHSTMT, addressed
      *  to the owner of the primary mailing account. The statement
      *  lists every member account, then the household totals:
      *  current investment, gross future value, advisory fees, net
      *  and inflation-adjusted future values, yearly contributions
      *  and withdrawals, and the earliest year any drawdown
      *  account's funds run out. An account in no household is left
      *  to CALCSTMT, which does not print a statement for a
      *  household member.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select calchist-file assign to "CALCHIST"
               organization is indexed
               access mode is sequential
               record key is hs-history-key
               file status is calchist-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select hhstmt-file assign to "HHSTMT"
               organization is line sequential
               file status is hhstmt-file-status.

           select member-sort-file assign to "HHSSORT".

       data division.

       file section.

       fd  calchist-file
           label records are standard.
           copy calchsr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  hhstmt-file
           label records are standard.
       01  hhstmt-line                 pic x(80).

       sd  member-sort-file.
       01  member-sort-record.
           05  hm-household-id         pic x(08).
           05  hm-mailing-order        pic 9(01).
           05  hm-account-number       pic x(10).
           05  hm-owner-name           pic x(30).
           05  hm-run-date             pic x(08).
           05  hm-investment-amount    pic 9(11).
           05  hm-compounding-freq     pic x(01).
           05  hm-periodic-contrib     pic 9(7).
           05  hm-periodic-withdrawal  pic 9(7).
           05  hm-depletion-year       pic 9(2).
           05  hm-future-value         pic 9(11)v99.
           05  hm-real-future-value    pic 9(11)v99.
           05  hm-gross-future-value   pic 9(11)v99.
           05  hm-total-fees           pic 9(11)v99.

       working-storage section.

       01  calchist-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  hhstmt-file-status         pic x(02).

       01  run-switches.
           05  calchist-eof-switch     pic x(01)    value "N".
               88  calchist-eof                      value "Y".
           05  result-held-switch      pic x(01)    value "N".
               88  result-held                       value "Y".
           05  owner-lookup-switch     pic x(01)    value "Y".
               88  owner-found                        value "Y".
               88  owner-not-found                    value "N".
           05  sort-eof-switch         pic x(01)    value "N".
               88  sort-eof                           value "Y".
           05  first-household-switch  pic x(01)    value "Y".
               88  first-household                    value "Y".

       01  statement-totals.
           05  st-households-printed   pic 9(06)    value zero.
           05  st-members-printed      pic 9(06)    value zero.
           05  st-single-accounts      pic 9(06)    value zero.
           05  st-accounts-missing     pic 9(06)    value zero.

       01  stmt-page-control.
           05  stmt-line-count         pic 9(04)    value zero.
           05  stmt-lines-per-page     pic 9(04)    value 60.

       01  held-result.
           05  hr-account-number       pic x(10).
           05  hr-run-date             pic x(08).
           05  hr-investment-amount    pic 9(11).
           05  hr-compounding-freq     pic x(01).
           05  hr-periodic-contrib     pic 9(7).
           05  hr-periodic-withdrawal  pic 9(7).
           05  hr-depletion-year       pic 9(2).
           05  hr-future-value         pic 9(11)v99.
           05  hr-real-future-value    pic 9(11)v99.
           05  hr-gross-future-value   pic 9(11)v99.
           05  hr-total-fees           pic 9(11)v99.

       01  household-totals.
           05  ht-household-id         pic x(08).
           05  ht-mailing-account      pic x(10).
           05  ht-mailing-name         pic x(30).
           05  ht-member-count         pic 9(04).
           05  ht-investment-amount    pic 9(13).
           05  ht-future-value         pic 9(13)v99.
           05  ht-real-future-value    pic 9(13)v99.
           05  ht-gross-future-value   pic 9(13)v99.
           05  ht-total-fees           pic 9(13)v99.
           05  ht-yearly-contrib       pic 9(11).
           05  ht-yearly-withdrawal    pic 9(11).
           05  ht-depletion-by-year    pic 9(04).
           05  ht-depletion-account    pic x(10).

       01  member-work.
           05  mw-periods-per-year     pic 9(02).
           05  mw-yearly-contrib       pic 9(09).
           05  mw-yearly-withdrawal    pic 9(09).
           05  mw-run-year             pic 9(04).
           05  mw-depletion-by-year    pic 9(04).

       01  rpt-run-date.
           05  rpt-run-yyyy            pic 9(04).
           05  rpt-run-mm              pic 9(02).
           05  rpt-run-dd              pic 9(02).

       01  date-work.
           05  dw-raw-date.
               10  dw-yyyy             pic x(04).
               10  dw-mm               pic x(02).
               10  dw-dd               pic x(02).
           05  dw-edited-date.
               10  dwe-mm              pic x(02).
               10  filler              pic x(01)    value "/".
               10  dwe-dd              pic x(02).
               10  filler              pic x(01)    value "/".
               10  dwe-yyyy            pic x(04).

       01  edited-investment           pic zz,zzz,zzz,zz9.
       01  edited-future-value         pic zz,zzz,zzz,zz9.99.
       01  edited-real-value           pic zz,zzz,zzz,zz9.99.
       01  edited-total-fees           pic zz,zzz,zzz,zz9.99.
       01  edited-yearly-amount        pic zzz,zzz,zz9.
       01  edited-total-investment     pic z,zzz,zzz,zzz,zz9.
       01  edited-total-value          pic z,zzz,zzz,zzz,zz9.99.
       01  edited-total-yearly         pic zz,zzz,zzz,zz9.
       01  edited-member-count         pic zzz9.

       01  stmt-heading-1.
           05  filler                  pic x(22) value spaces.
           05  filler                  pic x(36)
               value "COBOLCALC 2000 HOUSEHOLD STATEMENT".
           05  filler                  pic x(22) value spaces.

       procedure division.

      *  This is the driver for the household statement run. It
      *  opens the files and sorts the latest results of the
      *  household accounts by household: the input procedure
      *  reads the history keeping each account's latest result
      *  and releases the household members, and the output
      *  procedure prints one statement per household. The counts
      *  are reported on the console.
       000-produce-household-statements.
           display "Producing Household Statements".
           accept rpt-run-date from date yyyymmdd.
           perform 005-open-statement-files.
           sort member-sort-file
               on ascending key hm-household-id
                                hm-mailing-order
                                hm-account-number
               input procedure is 100-select-household-members
               output procedure is 300-print-household-statements.
           display "Households Printed : " st-households-printed.
           display "Member Accounts    : " st-members-printed.
           display "Single Accounts    : " st-single-accounts.
           display "Accounts Missing   : " st-accounts-missing.
           close calchist-file.
           close acctmstr-file.
           close hhstmt-file.
           display "End of Household Statements".
           stop run.

      *  Opens the history, master, and statement files. With no
      *  history file there is nothing to print and the run ends.
       005-open-statement-files.
           open input calchist-file.
           if calchist-file-status = "35"
               display "CALCHHS - NO CALCHIST HISTORY FILE TO PRINT"
               stop run
           end-if
           if calchist-file-status not = "00"
               display
                 "CALCHHS ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "CALCHHS ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open output hhstmt-file.
           if hhstmt-file-status not = "00"
               display
                 "CALCHHS ABEND - HHSTMT OPEN FAILED, FILE STATUS "
                   hhstmt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Reads the next history record in key order. At end of file
      *  calchist-eof-switch is set so the input procedure stops.
       010-read-history-record.
           read calchist-file
               at end
                   move "Y" to calchist-eof-switch
           end-read
           if not calchist-eof
               and calchist-file-status not = "00"
               display
                 "CALCHHS ABEND - CALCHIST READ FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if.

      *  The sort's input procedure. Reads the whole history,
      *  holding each account's latest result, and releases the
      *  last account's result when the history is exhausted.
       100-select-household-members.
           perform 010-read-history-record.
           perform 110-work-history-record
               until calchist-eof.
           if result-held
               perform 120-release-household-member
           end-if.

      *  Works one history record into the latest-result holding
      *  area the way CALCSTMT does. Records for an account arrive
      *  in run-date order, so when the account breaks the held
      *  result is its latest run. History records from before the
      *  withdrawal and depletion-year columns existed carry spaces
      *  there, which read as zero, and records from before fees
      *  were deducted read as gross equal to net with no fees.
       110-work-history-record.
           if result-held
               and hs-account-number not = hr-account-number
               perform 120-release-household-member
           end-if
           move hs-account-number       to hr-account-number.
           move hs-run-date             to hr-run-date.
           move hs-investment-amount    to hr-investment-amount.
           move hs-compounding-frequency to hr-compounding-freq.
           move hs-periodic-contribution to hr-periodic-contrib.
           if hs-periodic-withdrawal is numeric
               move hs-periodic-withdrawal
                   to hr-periodic-withdrawal
           else
               move zero to hr-periodic-withdrawal
           end-if.
           if hs-depletion-year is numeric
               move hs-depletion-year to hr-depletion-year
           else
               move zero to hr-depletion-year
           end-if.
           move hs-future-value         to hr-future-value.
           move hs-real-future-value    to hr-real-future-value.
           if hs-gross-future-value is numeric
               and hs-total-fees is numeric
               move hs-gross-future-value
                   to hr-gross-future-value
               move hs-total-fees       to hr-total-fees
           else
               move hs-future-value     to hr-gross-future-value
               move zero                to hr-total-fees
           end-if.
           move "Y" to result-held-switch.
           perform 010-read-history-record.

      *  Looks up the held account on ACCTMSTR and, when it belongs
      *  to a household, releases its latest result to the sort
      *  under the household. The primary mailing account sorts
      *  ahead of the household's other accounts. An account in no
      *  household gets its statement from CALCSTMT, and one no
      *  longer on the master has nobody to mail to; both are only
      *  counted.
       120-release-household-member.
           move "Y" to owner-lookup-switch.
           move hr-account-number to am-account-number.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move "N" to owner-lookup-switch
           end-read.
           if owner-not-found
               add 1 to st-accounts-missing
           else
               if am-household-id = spaces
                   add 1 to st-single-accounts
               else
                   move am-household-id     to hm-household-id
                   if am-household-mailing
                       move 1 to hm-mailing-order
                   else
                       move 2 to hm-mailing-order
                   end-if
                   move hr-account-number   to hm-account-number
                   move am-owner-name       to hm-owner-name
                   move hr-run-date         to hm-run-date
                   move hr-investment-amount
                       to hm-investment-amount
                   move hr-compounding-freq to hm-compounding-freq
                   move hr-periodic-contrib to hm-periodic-contrib
                   move hr-periodic-withdrawal
                       to hm-periodic-withdrawal
                   move hr-depletion-year   to hm-depletion-year
                   move hr-future-value     to hm-future-value
                   move hr-real-future-value
                       to hm-real-future-value
                   move hr-gross-future-value
                       to hm-gross-future-value
                   move hr-total-fees       to hm-total-fees
                   release member-sort-record
               end-if
           end-if.

      *  Fills the rest of the page with blank lines so every
      *  statement page is a full print page.
       240-pad-statement-page.
           perform 245-write-blank-line
               until stmt-line-count >= stmt-lines-per-page.

      *  Writes one blank filler line on the statement page.
       245-write-blank-line.
           write hhstmt-line from spaces.
           add 1 to stmt-line-count.

      *  Turns a yyyymmdd date into the mm/dd/yyyy form the
      *  statement prints.
       250-edit-work-date.
           move dw-mm to dwe-mm.
           move dw-dd to dwe-dd.
           move dw-yyyy to dwe-yyyy.

      *  The sort's output procedure. Returns the household members
      *  in household order, printing one statement per household,
      *  and closes the last household with its totals.
       300-print-household-statements.
           perform 310-return-member-record.
           perform 320-print-member
               until sort-eof.
           if not first-household
               perform 340-print-household-totals
           end-if.

      *  Returns the next household member from the sort.
       310-return-member-record.
           return member-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Prints one member account, closing the previous household's
      *  statement and starting a new one whenever the household
      *  changes.
       320-print-member.
           if first-household
               or hm-household-id not = ht-household-id
               if not first-household
                   perform 340-print-household-totals
               end-if
               move "N" to first-household-switch
               perform 330-start-household
           end-if
           perform 350-write-member-lines.
           perform 310-return-member-record.

      *  Starts a new household: clears its totals and prints the
      *  statement heading addressed to the household's first
      *  member. That is the primary mailing account, or, when the
      *  primary account has no results on file or no account is
      *  flagged primary, the member with the lowest account number.
       330-start-household.
           move hm-household-id    to ht-household-id.
           move hm-account-number  to ht-mailing-account.
           move hm-owner-name      to ht-mailing-name.
           move zero to ht-member-count.
           move zero to ht-investment-amount.
           move zero to ht-future-value.
           move zero to ht-real-future-value.
           move zero to ht-gross-future-value.
           move zero to ht-total-fees.
           move zero to ht-yearly-contrib.
           move zero to ht-yearly-withdrawal.
           move zero to ht-depletion-by-year.
           move spaces to ht-depletion-account.
           move zero to stmt-line-count.
           write hhstmt-line from stmt-heading-1.
           write hhstmt-line from spaces.
           move rpt-run-date to dw-raw-date.
           perform 250-edit-work-date.
           move spaces to hhstmt-line.
           string "Statement Date: " delimited by size
               dw-edited-date delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           write hhstmt-line from spaces.
           write hhstmt-line from ht-mailing-name.
           move spaces to hhstmt-line.
           string "Household      : " ht-household-id
               delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move spaces to hhstmt-line.
           string "Mailing Account: " ht-mailing-account
               delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           write hhstmt-line from spaces.
           move "Member Accounts" to hhstmt-line.
           write hhstmt-line.
           write hhstmt-line from spaces.
           if hhstmt-file-status not = "00"
               display
                 "CALCHHS ABEND - HHSTMT WRITE FAILED, FILE STATUS "
                   hhstmt-file-status
               move 16 to return-code
               stop run
           end-if
           move 10 to stmt-line-count.

      *  Starts a continuation page for a household whose members
      *  or totals run past the end of the page.
       335-print-continuation-page.
           perform 240-pad-statement-page.
           move zero to stmt-line-count.
           write hhstmt-line from stmt-heading-1.
           write hhstmt-line from spaces.
           move spaces to hhstmt-line.
           string "Household      : " ht-household-id
               delimited by size
               "  (continued)" delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           write hhstmt-line from spaces.
           move 4 to stmt-line-count.

      *  Prints the household totals beneath the last member and
      *  fills out the page. The earliest depletion is the soonest
      *  calendar year by which any drawdown account's funds are
      *  projected to run out.
       340-print-household-totals.
           if stmt-line-count + 10 > stmt-lines-per-page
               perform 335-print-continuation-page
           end-if
           move "Household Totals" to hhstmt-line.
           write hhstmt-line.
           move ht-investment-amount to edited-total-investment.
           move spaces to hhstmt-line.
           string "  Current Investment      : " delimited by size
               edited-total-investment delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-gross-future-value to edited-total-value.
           move spaces to hhstmt-line.
           string "  Gross Future Value      : " delimited by size
               edited-total-value delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-total-fees to edited-total-value.
           move spaces to hhstmt-line.
           string "  Total Advisory Fees     : " delimited by size
               edited-total-value delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-future-value to edited-total-value.
           move spaces to hhstmt-line.
           string "  Net Future Value        : " delimited by size
               edited-total-value delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-real-future-value to edited-total-value.
           move spaces to hhstmt-line.
           string "  Real Future Value       : " delimited by size
               edited-total-value delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-yearly-contrib to edited-total-yearly.
           move spaces to hhstmt-line.
           string "  Yearly Contributions    : " delimited by size
               edited-total-yearly delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move ht-yearly-withdrawal to edited-total-yearly.
           move spaces to hhstmt-line.
           string "  Yearly Withdrawals      : " delimited by size
               edited-total-yearly delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move spaces to hhstmt-line.
           if ht-depletion-by-year = zero
               move "  Earliest Depletion      : NONE PROJECTED"
                   to hhstmt-line
           else
               string "  Earliest Depletion      : " delimited by size
                   ht-depletion-by-year delimited by size
                   "  Account " delimited by size
                   ht-depletion-account delimited by size
                   into hhstmt-line
               end-string
           end-if
           write hhstmt-line.
           move ht-member-count to edited-member-count.
           move spaces to hhstmt-line.
           string "  Member Accounts         : " delimited by size
               edited-member-count delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           if hhstmt-file-status not = "00"
               display
                 "CALCHHS ABEND - HHSTMT WRITE FAILED, FILE STATUS "
                   hhstmt-file-status
               move 16 to return-code
               stop run
           end-if
           add 10 to stmt-line-count.
           perform 240-pad-statement-page.
           add 1 to st-households-printed.

      *  Prints one member account - owner and the date of its
      *  latest projection, its investment, the gross future value,
      *  the advisory fees projected over the horizon, the net and
      *  inflation-adjusted future values, and its contributions
      *  and withdrawals stated per year - and adds it into the
      *  household totals.
       350-write-member-lines.
           if stmt-line-count + 6 > stmt-lines-per-page
               perform 335-print-continuation-page
           end-if
           perform 355-compute-member-amounts.
           move hm-run-date to dw-raw-date.
           perform 250-edit-work-date.
           move spaces to hhstmt-line.
           string "  " hm-account-number delimited by size
               "  " hm-owner-name delimited by size
               "  Projected " dw-edited-date delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move hm-investment-amount to edited-investment.
           move hm-gross-future-value to edited-future-value.
           move spaces to hhstmt-line.
           string "      Investment   " edited-investment
               delimited by size
               "  Gross Value  " edited-future-value
               delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move hm-total-fees to edited-total-fees.
           move hm-future-value to edited-future-value.
           move spaces to hhstmt-line.
           string "      Advisory Fees" edited-total-fees
               delimited by size
               "  Net Value    " edited-future-value
               delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move hm-real-future-value to edited-real-value.
           move mw-yearly-contrib to edited-yearly-amount.
           move spaces to hhstmt-line.
           string "      Real Value   " edited-real-value
               delimited by size
               "  Yearly Contrib " edited-yearly-amount
               delimited by size
               into hhstmt-line
           end-string
           write hhstmt-line.
           move mw-yearly-withdrawal to edited-yearly-amount.
           move spaces to hhstmt-line.
           if mw-depletion-by-year = zero
               string "      Yearly Wdrl  " edited-yearly-amount
                   delimited by size
                   into hhstmt-line
               end-string
           else
               string "      Yearly Wdrl  " edited-yearly-amount
                   delimited by size
                   "  Funds Depleted By " mw-depletion-by-year
                   delimited by size
                   into hhstmt-line
               end-string
           end-if
           write hhstmt-line.
           write hhstmt-line from spaces.
           if hhstmt-file-status not = "00"
               display
                 "CALCHHS ABEND - HHSTMT WRITE FAILED, FILE STATUS "
                   hhstmt-file-status
               move 16 to return-code
               stop run
           end-if
           add 6 to stmt-line-count.
           add 1 to ht-member-count.
           add 1 to st-members-printed.
           add hm-investment-amount to ht-investment-amount.
           add hm-future-value      to ht-future-value.
           add hm-real-future-value to ht-real-future-value.
           add hm-gross-future-value to ht-gross-future-value.
           add hm-total-fees        to ht-total-fees.
           add mw-yearly-contrib    to ht-yearly-contrib.
           add mw-yearly-withdrawal to ht-yearly-withdrawal.
           if mw-depletion-by-year > zero
               if ht-depletion-by-year = zero
                   or mw-depletion-by-year < ht-depletion-by-year
                   move mw-depletion-by-year to ht-depletion-by-year
                   move hm-account-number to ht-depletion-account
               end-if
           end-if.

      *  States the member's contribution and withdrawal per year.
      *  Both are keyed per compounding period, so a quarterly or
      *  monthly account's amounts are multiplied out before the
      *  household's accounts are added together. A drawdown
      *  account's depletion year is the year of its projection the
      *  funds ran out in, which is turned into the calendar year
      *  they are gone by so accounts projected on different dates
      *  compare.
       355-compute-member-amounts.
           if hm-compounding-freq = "Q"
               move 4 to mw-periods-per-year
           else
               if hm-compounding-freq = "M"
                   move 12 to mw-periods-per-year
               else
                   move 1 to mw-periods-per-year
               end-if
           end-if
           compute mw-yearly-contrib =
               hm-periodic-contrib * mw-periods-per-year.
           compute mw-yearly-withdrawal =
               hm-periodic-withdrawal * mw-periods-per-year.
           move zero to mw-depletion-by-year.
           if hm-depletion-year > zero
               and hm-run-date (1:4) is numeric
               move hm-run-date (1:4) to mw-run-year
               compute mw-depletion-by-year =
                   mw-run-year + hm-depletion-year
           end-if.
