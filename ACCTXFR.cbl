       identification division.

       program-id. acctxfr.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program generates mass-maintenance
      *  transactions for a book transfer. The XFRPARM parameter
      *  names a selection - every account of one advisor, of one
      *  branch, or on one RATETBL rate code - and the replacement
      *  value. Every ACCTMSTR account the selection picks is
      *  printed on the XFRRPT transfer report with its before and
      *  after values, grouped with totals, and in generate mode a
      *  change transaction is written for it to XFRTRAN in the
      *  ACCTTRAN layout. XFRTRAN is run through ACCTMNT as its
      *  ACCTTRAN, so every move passes the normal edits and lands
      *  on the ACCTAUD audit trail; this program never updates
      *  ACCTMSTR itself. Preview mode prints the same report and
      *  writes no transactions, so the report can be signed off
      *  before the transactions are generated. Every abend ends the run
      *  with return code 16, so an abended run is never taken for a
      *  clean generate.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select xfrparm-file assign to "XFRPARM"
               organization is line sequential
               file status is xfrparm-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select ratetbl-file assign to "RATETBL"
               organization is indexed
               access mode is dynamic
               record key is rt-rate-key
               file status is ratetbl-file-status.

           select xfrtran-file assign to "XFRTRAN"
               organization is line sequential
               file status is xfrtran-file-status.

           select xfrrpt-file assign to "XFRRPT"
               organization is line sequential
               file status is xfrrpt-file-status.

           select xfr-sort-file assign to "XFRSORT".

       data division.

       file section.

       fd  xfrparm-file
           label records are standard.
       01  xfrparm-record.
           05  pm-select-type              pic x(01).
               88  pm-select-advisor                  value "A".
               88  pm-select-branch                   value "B".
               88  pm-select-rate                     value "R".
           05  pm-from-value               pic x(04).
           05  pm-to-value                 pic x(04).
           05  pm-run-mode                 pic x(01).
               88  pm-preview-mode                    value "P".
               88  pm-generate-mode                   value "G".
           05  pm-requested-by             pic x(08).
           05  filler                      pic x(62).

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  ratetbl-file
           label records are standard.
           copy ratetr.

       fd  xfrtran-file
           label records are standard.
           copy accttr.

       fd  xfrrpt-file
           label records are standard.
       01  xfrrpt-line                 pic x(80).

       sd  xfr-sort-file.
       01  xfr-sort-record.
           05  xs-group-code               pic x(03).
           05  xs-account-number           pic x(10).
           05  xs-owner-name               pic x(30).
           05  xs-investment-amount        pic 9(09).
           05  xs-before-advisor           pic x(03).
           05  xs-before-branch            pic x(03).
           05  xs-before-rate-code         pic x(04).
           05  xs-after-advisor            pic x(03).
           05  xs-after-branch             pic x(03).
           05  xs-after-rate-code          pic x(04).

       working-storage section.

       01  xfrparm-file-status        pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  ratetbl-file-status        pic x(02).
       01  xfrtran-file-status        pic x(02).
       01  xfrrpt-file-status         pic x(02).

       01  run-switches.
           05  acctmstr-eof-switch     pic x(01)    value "N".
               88  acctmstr-eof                       value "Y".
           05  sort-eof-switch         pic x(01)    value "N".
               88  sort-eof                           value "Y".
           05  parm-switch             pic x(01)    value "Y".
               88  parm-valid                         value "Y".
               88  parm-invalid                       value "N".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
           05  rate-table-switch       pic x(01)    value "N".
               88  rate-table-present                 value "Y".
           05  rate-scan-done-switch   pic x(01)    value "N".
               88  rate-scan-done                     value "Y".
           05  rate-scan-hit-switch    pic x(01)    value "N".
               88  rate-scan-hit                      value "Y".
           05  first-group-switch      pic x(01)    value "Y".
               88  first-group                        value "Y".

       01  transfer-parms.
           05  xp-select-type          pic x(01).
               88  xp-select-advisor                  value "A".
               88  xp-select-branch                   value "B".
               88  xp-select-rate                     value "R".
           05  xp-from-value           pic x(04).
           05  xp-to-value             pic x(04).
           05  xp-run-mode             pic x(01).
               88  xp-preview-mode                    value "P".
               88  xp-generate-mode                   value "G".
           05  xp-requested-by         pic x(08).
           05  xp-to-home-branch       pic x(03).
           05  xp-select-text          pic x(07).
           05  xp-mode-text            pic x(09).
           05  xp-group-text           pic x(07).

       01  parm-reject-reason          pic x(50).

       01  transfer-totals.
           05  xt-accounts-read        pic 9(06)    value zero.
           05  xt-accounts-selected    pic 9(06)    value zero.
           05  xt-trans-written        pic 9(06)    value zero.
           05  xt-investment-total     pic 9(13)    value zero.

       01  group-totals.
           05  gp-group-code           pic x(03).
           05  gp-group-name           pic x(30).
           05  gp-accounts             pic 9(06).
           05  gp-investment-total     pic 9(13).

       01  edited-investment-amount    pic zzz,zzz,zz9.
       01  edited-investment-total     pic z,zzz,zzz,zzz,zz9.
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
               value "ACCTXFR BOOK TRANSFER".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-selection-heading.
           05  filler                  pic x(11) value "Selection: ".
           05  rsh-select-text         pic x(07).
           05  filler                  pic x(01) value spaces.
           05  rsh-from-value          pic x(04).
           05  filler                  pic x(04) value " to ".
           05  rsh-to-value            pic x(04).
           05  filler                  pic x(09) value "   Mode: ".
           05  rsh-mode-text           pic x(09).
           05  filler                  pic x(15)
               value "   Requested by".
           05  filler                  pic x(02) value ": ".
           05  rsh-requested-by        pic x(08).
           05  filler                  pic x(06) value spaces.

       01  rpt-heading-2.
           05  filler                  pic x(12) value "Account".
           05  filler                  pic x(24) value "Owner".
           05  filler                  pic x(09) value "Advisor".
           05  filler                  pic x(09) value "Branch".
           05  filler                  pic x(10) value "Rate Code".
           05  filler                  pic x(11) value " Investment".
           05  filler                  pic x(05) value spaces.

       procedure division.

      *  This is the batch driver for the program. It reads and
      *  edits the transfer parameter and opens the files. A good
      *  parameter runs the sort: the input procedure selects the
      *  accounts and the output procedure prints each one and, in
      *  generate mode, writes its change transaction. A rejected
      *  parameter selects nothing and ends the run with return
      *  code 8. The control totals close the report.
       000-transfer-accounts.
           display "Generating Book Transfer".
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           perform 005-read-transfer-parms.
           perform 006-open-transfer-files.
           perform 007-edit-transfer-parms.
           perform 030-print-report-headers.
           if parm-valid
               sort xfr-sort-file
                   on ascending key xs-group-code
                                    xs-account-number
                   input procedure is 100-select-accounts
                   output procedure is 300-print-transfer-report
           else
               move 8 to return-code
           end-if
           perform 800-write-transfer-trailer.
           close acctmstr-file.
           if reference-table-present
               close advbrtbl-file
           end-if
           if rate-table-present
               close ratetbl-file
           end-if
           if xp-generate-mode
               and parm-valid
               close xfrtran-file
           end-if
           close xfrrpt-file.
           display "End of Book Transfer".
           stop run.

      *  Reads the transfer parameter from XFRPARM. The run cannot
      *  go ahead without one.
       005-read-transfer-parms.
           open input xfrparm-file.
           if xfrparm-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRPARM OPEN FAILED, FILE STATUS "
                   xfrparm-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to transfer-parms.
           read xfrparm-file
               at end
                   display "ACCTXFR ABEND - XFRPARM IS EMPTY"
                   move 16 to return-code
                   stop run
               not at end
                   move pm-select-type  to xp-select-type
                   move pm-from-value   to xp-from-value
                   move pm-to-value     to xp-to-value
                   move pm-run-mode     to xp-run-mode
                   move pm-requested-by to xp-requested-by
           end-read
           close xfrparm-file.

      *  Opens the client master for reading only, the reference
      *  tables the replacement value is edited against, and the
      *  report. XFRTRAN is opened later, and only in generate
      *  mode with a good parameter, so a preview never leaves a
      *  transaction file behind to be applied by mistake.
       006-open-transfer-files.
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "ACCTXFR ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "ACCTXFR ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if
           open input ratetbl-file.
           if ratetbl-file-status = "35"
               move "N" to rate-table-switch
           else
               if ratetbl-file-status not = "00"
                   display
                "ACCTXFR ABEND - RATETBL OPEN FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to rate-table-switch
               end-if
           end-if
           open output xfrrpt-file.
           if xfrrpt-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRRPT OPEN FAILED, FILE STATUS "
                   xfrrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Edits the parameter. The selection type must be A, B or R,
      *  both values present and different, the mode P or G, and
      *  the requester named, since the transactions carry the
      *  requester as their entered-by and dual control will not
      *  let the same person approve them. The replacement value
      *  is edited the way ACCTMNT will edit it - an active advisor
      *  or a branch on ADVBRTBL, or a rate code in force on
      *  RATETBL - so a transfer is not generated only to be
      *  rejected account by account. The first failure rejects
      *  the parameter with its reason.
       007-edit-transfer-parms.
           move "Y" to parm-switch.
           if xp-select-advisor
               move "ADVISOR" to xp-select-text
               move "BRANCH" to xp-group-text
           else
               if xp-select-branch
                   move "BRANCH" to xp-select-text
                   move "ADVISOR" to xp-group-text
               else
                   move "RATE" to xp-select-text
                   move "ADVISOR" to xp-group-text
               end-if
           end-if
           if xp-generate-mode
               move "GENERATE" to xp-mode-text
           else
               move "PREVIEW" to xp-mode-text
           end-if
           if not xp-select-advisor
               and not xp-select-branch
               and not xp-select-rate
               move "N" to parm-switch
               move "Selection type must be A, B, or R"
                   to parm-reject-reason
           else
           if xp-from-value = spaces
               or xp-to-value = spaces
               move "N" to parm-switch
               move "From and to values are both required"
                   to parm-reject-reason
           else
           if xp-from-value = xp-to-value
               move "N" to parm-switch
               move "From and to values must differ"
                   to parm-reject-reason
           else
           if not xp-preview-mode
               and not xp-generate-mode
               move "N" to parm-switch
               move "Run mode must be P or G"
                   to parm-reject-reason
           else
           if xp-requested-by = spaces
               move "N" to parm-switch
               move "Requested-by is required"
                   to parm-reject-reason
           else
               if xp-select-rate
                   perform 009-edit-rate-target
               else
                   perform 008-edit-code-target
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           if parm-valid
               and xp-generate-mode
               open output xfrtran-file
               if xfrtran-file-status not = "00"
                   display
                "ACCTXFR ABEND - XFRTRAN OPEN FAILED, FILE STATUS "
                       xfrtran-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Edits an advisor or branch replacement on ADVBRTBL. An
      *  advisor code is three characters and must be active; an
      *  account moved to an advisor follows the advisor to the
      *  advisor's home branch, so CALCSUM keeps rolling the
      *  advisor's book up under one branch.
       008-edit-code-target.
           if xp-from-value (4:1) not = space
               or xp-to-value (4:1) not = space
               move "N" to parm-switch
               move "Advisor and branch codes are three characters"
                   to parm-reject-reason
           else
               if not reference-table-present
                   move "N" to parm-switch
                   move "ADVBRTBL is not on file"
                       to parm-reject-reason
               else
                   move xp-select-type to ab-entry-type
                   move xp-to-value to ab-entry-code
                   read advbrtbl-file
                       key is ab-table-key
                       invalid key
                           move "N" to parm-switch
                           move "Replacement code not found on ADVBRTBL"
                               to parm-reject-reason
                   end-read
                   if parm-valid
                       and xp-select-advisor
                       if ab-advisor-terminated
                           move "N" to parm-switch
                           move "Replacement advisor is terminated"
                               to parm-reject-reason
                       else
                           move ab-home-branch to xp-to-home-branch
                       end-if
                   end-if
               end-if
           end-if.

      *  Edits a rate code replacement: the code must have an entry
      *  in force on RATETBL today.
       009-edit-rate-target.
           move "N" to rate-scan-hit-switch.
           if rate-table-present
               move xp-to-value to rt-rate-code
               move "00000000" to rt-effective-from
               start ratetbl-file
                   key is not less than rt-rate-key
                   invalid key
                       move "Y" to rate-scan-done-switch
                   not invalid key
                       move "N" to rate-scan-done-switch
               end-start
               perform 012-scan-rate-entry
                   until rate-scan-done
           end-if
           if not rate-scan-hit
               move "N" to parm-switch
               move "Replacement rate code has no entry in force"
                   to parm-reject-reason
           end-if.

      *  Examines the next rate table entry for the replacement
      *  code. An entry for the code dated on or before today means
      *  the code is in force; the scan stops at the first entry
      *  past today or belonging to another code.
       012-scan-rate-entry.
           read ratetbl-file next record
               at end
                   move "Y" to rate-scan-done-switch
               not at end
                   if rt-rate-code not = xp-to-value
                       or rt-effective-from > rpt-run-date
                       move "Y" to rate-scan-done-switch
                   else
                       move "Y" to rate-scan-hit-switch
                   end-if
           end-read.

      *  Builds and writes the page header - program title, run
      *  date, page number, the selection being transferred, and
      *  the column headings - and resets the line counter for the
      *  new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           move xp-select-text  to rsh-select-text.
           move xp-from-value   to rsh-from-value.
           move xp-to-value     to rsh-to-value.
           move xp-mode-text    to rsh-mode-text.
           move xp-requested-by to rsh-requested-by.
           write xfrrpt-line from rpt-heading-1.
           write xfrrpt-line from spaces.
           write xfrrpt-line from rpt-selection-heading.
           write xfrrpt-line from spaces.
           write xfrrpt-line from rpt-heading-2.
           write xfrrpt-line from spaces.
           if xfrrpt-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRRPT WRITE FAILED, FILE STATUS "
                   xfrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 6 to rpt-line-count.

      *  The sort's input procedure. Positions ACCTMSTR at its
      *  first account and tests every account on the file against
      *  the selection.
       100-select-accounts.
           move low-values to am-account-number.
           start acctmstr-file
               key is not less than am-account-number
               invalid key
                   move "Y" to acctmstr-eof-switch
           end-start
           perform 110-select-one-account
               until acctmstr-eof.

      *  Reads the next account and tests it.
       110-select-one-account.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   add 1 to xt-accounts-read
                   perform 120-test-account
           end-read.

      *  Releases the account to the sort when the selection picks
      *  it, with its codes before and after the transfer. An
      *  advisor selection groups the accounts by branch; a branch
      *  or rate selection groups them by advisor.
       120-test-account.
           if (xp-select-advisor
                   and am-advisor-code = xp-from-value)
               or (xp-select-branch
                   and am-branch-code = xp-from-value)
               or (xp-select-rate
                   and am-rate-code = xp-from-value)
               move spaces to xfr-sort-record
               if xp-select-advisor
                   move am-branch-code to xs-group-code
               else
                   move am-advisor-code to xs-group-code
               end-if
               move am-account-number  to xs-account-number
               move am-owner-name      to xs-owner-name
               if am-investment-amount is numeric
                   move am-investment-amount to xs-investment-amount
               else
                   move zero to xs-investment-amount
               end-if
               move am-advisor-code    to xs-before-advisor
               move am-branch-code     to xs-before-branch
               move am-rate-code       to xs-before-rate-code
               move am-advisor-code    to xs-after-advisor
               move am-branch-code     to xs-after-branch
               move am-rate-code       to xs-after-rate-code
               if xp-select-advisor
                   move xp-to-value to xs-after-advisor
                   if xp-to-home-branch not = spaces
                       move xp-to-home-branch to xs-after-branch
                   end-if
               else
                   if xp-select-branch
                       move xp-to-value to xs-after-branch
                   else
                       move xp-to-value to xs-after-rate-code
                   end-if
               end-if
               release xfr-sort-record
           end-if.

      *  The sort's output procedure. Returns the selected accounts
      *  in group order, printing each one and writing its
      *  transaction, and closes the last group with its totals.
       300-print-transfer-report.
           perform 310-return-xfr-record.
           perform 320-print-transfer
               until sort-eof.
           if not first-group
               perform 340-print-group-totals
           end-if.

      *  Returns the next selected account from the sort.
       310-return-xfr-record.
           return xfr-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Prints one account, closing the previous group and
      *  starting the next whenever the group changes, and writes
      *  the account's change transaction in generate mode.
       320-print-transfer.
           if first-group
               or xs-group-code not = gp-group-code
               if not first-group
                   perform 340-print-group-totals
               end-if
               move "N" to first-group-switch
               perform 330-start-group
           end-if
           perform 350-write-transfer-line.
           if xp-generate-mode
               perform 360-write-transfer-transaction
           end-if
           add 1 to gp-accounts.
           add xs-investment-amount to gp-investment-total.
           add 1 to xt-accounts-selected.
           add xs-investment-amount to xt-investment-total.
           perform 310-return-xfr-record.

      *  Starts a new group: looks up the group's branch or advisor
      *  name on the reference table, clears its totals, and prints
      *  the group heading line.
       330-start-group.
           move xs-group-code to gp-group-code.
           move zero to gp-accounts.
           move zero to gp-investment-total.
           if gp-group-code = spaces
               move "NOT ASSIGNED" to gp-group-name
           else
               move "*NOT ON ADVBRTBL*" to gp-group-name
               if reference-table-present
                   move xp-group-text (1:1) to ab-entry-type
                   move gp-group-code to ab-entry-code
                   read advbrtbl-file
                       key is ab-table-key
                       invalid key
                           continue
                       not invalid key
                           move ab-entry-name to gp-group-name
                   end-read
               end-if
           end-if
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to xfrrpt-line.
           string xp-group-text delimited by space
               " " gp-group-code delimited by size
               "  " gp-group-name delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           add 1 to rpt-line-count.

      *  Prints the group's account count and investment total
      *  under its last account.
       340-print-group-totals.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move gp-accounts to edited-total-count.
           move gp-investment-total to edited-investment-total.
           move spaces to xfrrpt-line.
           string "  " xp-group-text delimited by space
               " " gp-group-code delimited by size
               " total  Accounts " edited-total-count
               delimited by size
               "  Investment " edited-investment-total
               delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           write xfrrpt-line from spaces.
           if xfrrpt-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRRPT WRITE FAILED, FILE STATUS "
                   xfrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 2 to rpt-line-count.

      *  Prints one account with its advisor, branch and rate code
      *  before and after the transfer.
       350-write-transfer-line.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move xs-investment-amount to edited-investment-amount.
           move spaces to xfrrpt-line.
           string xs-account-number delimited by size
               "  " xs-owner-name (1:22) delimited by size
               "  " xs-before-advisor delimited by size
               ">" xs-after-advisor delimited by size
               "  " xs-before-branch delimited by size
               ">" xs-after-branch delimited by size
               "  " xs-before-rate-code delimited by size
               ">" xs-after-rate-code delimited by size
               " " edited-investment-amount delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           if xfrrpt-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRRPT WRITE FAILED, FILE STATUS "
                   xfrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Writes the account's change transaction. A change only
      *  replaces the fields it carries, so every other field goes
      *  out blank or zero and only the codes the transfer moves
      *  are filled in. The requester is the entered-by.
       360-write-transfer-transaction.
           move spaces to accttran-record.
           move "C" to at-action-code.
           move xs-account-number to at-account-number.
           move zero to at-investment-amount.
           move zero to at-number-of-years.
           move zero to at-yearly-interest-rate.
           move zero to at-periodic-contribution.
           move zero to at-periodic-withdrawal.
           if xs-after-advisor not = xs-before-advisor
               move xs-after-advisor to at-advisor-code
           end-if
           if xs-after-branch not = xs-before-branch
               move xs-after-branch to at-branch-code
           end-if
           if xs-after-rate-code not = xs-before-rate-code
               move xs-after-rate-code to at-rate-code
           end-if
           move xp-requested-by to at-entered-by.
           write accttran-record.
           if xfrtran-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRTRAN WRITE FAILED, FILE STATUS "
                   xfrtran-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to xt-trans-written.

      *  Writes the end-of-run control totals to xfrrpt-file. In
      *  generate mode the transactions written must equal the
      *  accounts selected, and the investment total is the figure
      *  the ACCTMNT run is balanced back to. A rejected parameter
      *  prints its reason instead.
       800-write-transfer-trailer.
           write xfrrpt-line from spaces.
           move "***** BOOK TRANSFER CONTROL TOTALS *****"
               to xfrrpt-line.
           write xfrrpt-line.
           if parm-invalid
               move spaces to xfrrpt-line
               string "PARAMETER REJECTED: " delimited by size
                   parm-reject-reason delimited by size
                   into xfrrpt-line
               end-string
               write xfrrpt-line
           end-if
           move xt-accounts-read to edited-total-count.
           move spaces to xfrrpt-line.
           string "Accounts Read          : " delimited by size
               edited-total-count delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           move xt-accounts-selected to edited-total-count.
           move spaces to xfrrpt-line.
           string "Accounts Selected      : " delimited by size
               edited-total-count delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           move xt-trans-written to edited-total-count.
           move spaces to xfrrpt-line.
           if xp-generate-mode
               string "Transactions Written   : " delimited by size
                   edited-total-count delimited by size
                   into xfrrpt-line
               end-string
           else
               string "Transactions Written   : " delimited by size
                   edited-total-count delimited by size
                   "  (preview only)" delimited by size
                   into xfrrpt-line
               end-string
           end-if
           write xfrrpt-line.
           move xt-investment-total to edited-investment-total.
           move spaces to xfrrpt-line.
           string "Investment Selected    : " delimited by size
               edited-investment-total delimited by size
               into xfrrpt-line
           end-string
           write xfrrpt-line.
           if xfrrpt-file-status not = "00"
               display
                 "ACCTXFR ABEND - XFRRPT WRITE FAILED, FILE STATUS "
                   xfrrpt-file-status
               move 16 to return-code
               stop run
           end-if.
