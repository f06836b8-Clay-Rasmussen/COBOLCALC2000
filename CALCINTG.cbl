       identification division.

       program-id. calcintg.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program is the weekly cross-file
      *  integrity sweep. It checks that the system's files still
      *  agree with each other and prints every disagreement it
      *  finds on the INTGRPT report, by category with a count per
      *  category:
      *    - ACCTMSTR accounts whose rate code or fee-schedule code
      *      has no entry in force on RATETBL or FEETBL, or whose
      *      advisor or branch is not on ADVBRTBL;
      *    - CALCHIST history left behind for accounts no longer on
      *      ACCTMSTR;
      *    - BATCHREG batches sitting in received or abended status
      *      past the INTGPARM day limit;
      *    - ACCTAUD audit trails that no longer agree with the
      *      account on ACCTMSTR;
      *    - a CALCCHK checkpoint left behind by a run nobody
      *      restarted;
      *    - ACCTMSTR households with no primary mailing account,
      *      or with more than one.
      *  Each finding is serious or a warning. The run ends with
      *  return code 8 when anything serious is found, 4 when only
      *  warnings are, and zero when the files agree. Nothing is
      *  updated; every file is opened for input. Every abend ends the
      *  run with return code 16, so an abended sweep is never taken for
      *  files that agree.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
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

           select calchist-file assign to "CALCHIST"
               organization is indexed
               access mode is dynamic
               record key is hs-history-key
               file status is calchist-file-status.

           select batchreg-file assign to "BATCHREG"
               organization is indexed
               access mode is dynamic
               record key is bg-batch-key
               file status is batchreg-file-status.

           select acctaud-file assign to "ACCTAUD"
               organization is line sequential
               file status is acctaud-file-status.

           select calcchk-file assign to "CALCCHK"
               organization is relative
               access mode is dynamic
               relative key is ck-relative-key
               file status is calcchk-file-status.

           select intgparm-file assign to "INTGPARM"
               organization is line sequential
               file status is intgparm-file-status.

           select intgrpt-file assign to "INTGRPT"
               organization is line sequential
               file status is intgrpt-file-status.

           select audit-sort-file assign to "INTGSORT".

           select household-sort-file assign to "INTGHSRT".

       data division.

       file section.

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

       fd  calchist-file
           label records are standard.
           copy calchsr.

       fd  batchreg-file
           label records are standard.
           copy batchrr.

       fd  acctaud-file
           label records are standard.
           copy acctaur.

       fd  calcchk-file
           label records are standard.
       01  calcchk-record.
           05  ck-last-key-processed   pic 9(08).
           05  ck-records-processed    pic 9(08).
           05  ck-records-rejected     pic 9(06).
           05  ck-future-value-total   pic 9(15)v99.
           05  ck-run-date             pic x(08).
           05  ck-last-batch-date      pic x(08).

       fd  intgparm-file
           label records are standard.
       01  intgparm-record.
           05  pm-stuck-batch-days         pic 9(03).
           05  filler                      pic x(77).

       fd  intgrpt-file
           label records are standard.
       01  intgrpt-line                pic x(80).

       sd  audit-sort-file.
       01  audit-sort-record.
           05  as-account-number           pic x(10).
           05  as-audit-sequence           pic 9(08).
           05  as-run-date                 pic x(08).
           05  as-action-code              pic x(01).
               88  as-action-delete                   value "D".
           05  as-after-image              pic x(120).

       sd  household-sort-file.
       01  household-sort-record.
           05  hh-household-id             pic x(08).
           05  hh-account-number           pic x(10).
           05  hh-household-primary        pic x(01).
               88  hh-primary-account                 value "Y".

       working-storage section.

       01  acctmstr-file-status       pic x(02).
       01  ratetbl-file-status        pic x(02).
       01  feetbl-file-status         pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  calchist-file-status       pic x(02).
       01  batchreg-file-status       pic x(02).
       01  acctaud-file-status        pic x(02).
       01  calcchk-file-status        pic x(02).
       01  intgparm-file-status       pic x(02).
       01  intgrpt-file-status        pic x(02).

       01  ck-relative-key            pic 9(04)    value 1.

       01  run-switches.
           05  acctmstr-eof-switch     pic x(01)    value "N".
               88  acctmstr-eof                       value "Y".
           05  calchist-eof-switch     pic x(01)    value "N".
               88  calchist-eof                       value "Y".
           05  batchreg-eof-switch     pic x(01)    value "N".
               88  batchreg-eof                       value "Y".
           05  acctaud-eof-switch      pic x(01)    value "N".
               88  acctaud-eof                        value "Y".
           05  sort-eof-switch         pic x(01)    value "N".
               88  sort-eof                           value "Y".
           05  rate-table-switch       pic x(01)    value "N".
               88  rate-table-present                 value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
           05  history-file-switch     pic x(01)    value "N".
               88  history-file-present               value "Y".
           05  registry-file-switch    pic x(01)    value "N".
               88  registry-file-present              value "Y".
           05  audit-file-switch       pic x(01)    value "N".
               88  audit-file-present                 value "Y".
           05  checkpoint-file-switch  pic x(01)    value "N".
               88  checkpoint-file-present            value "Y".
           05  scan-done-switch        pic x(01)    value "N".
               88  scan-done                          value "Y".
           05  scan-hit-switch         pic x(01)    value "N".
               88  scan-hit                           value "Y".
           05  account-lookup-switch   pic x(01)    value "Y".
               88  account-found                      value "Y".
           05  first-account-switch    pic x(01)    value "Y".
               88  first-account                      value "Y".
           05  first-household-switch  pic x(01)    value "Y".
               88  first-household                    value "Y".

       01  integrity-parms.
           05  stuck-batch-days        pic 9(03)    value 3.

       01  integrity-totals.
           05  it-accounts-read        pic 9(06)    value zero.
           05  it-history-read         pic 9(06)    value zero.
           05  it-batches-read         pic 9(06)    value zero.
           05  it-audits-read          pic 9(06)    value zero.
           05  it-master-findings      pic 9(06)    value zero.
           05  it-history-findings     pic 9(06)    value zero.
           05  it-batch-findings       pic 9(06)    value zero.
           05  it-audit-findings       pic 9(06)    value zero.
           05  it-checkpoint-findings  pic 9(06)    value zero.
           05  it-household-findings   pic 9(06)    value zero.
           05  it-serious-count        pic 9(06)    value zero.
           05  it-warning-count        pic 9(06)    value zero.
           05  it-category-count       pic 9(06)    value zero.

       01  finding-fields.
           05  fn-severity             pic x(01).
               88  fn-serious                         value "S".
               88  fn-warning                         value "W".
           05  fn-item-key             pic x(14).
           05  fn-message              pic x(55).

       01  category-title              pic x(60).

       01  scan-code                   pic x(04).

       01  history-account-fields.
           05  ha-account-number       pic x(10).
           05  ha-record-count         pic 9(06).
           05  ha-last-run-date        pic x(08).

       01  audit-account-fields.
           05  aa-account-number       pic x(10).
           05  aa-run-date             pic x(08).
           05  aa-action-code          pic x(01).
               88  aa-action-delete                   value "D".
           05  aa-after-image          pic x(120).

       01  household-check-fields.
           05  hc-household-id         pic x(08).
           05  hc-member-count         pic 9(06).
           05  hc-primary-count        pic 9(06).

       01  image-compare-fields.
           05  audit-compare-image     pic x(120).
           05  master-compare-image    pic x(120).

       01  date-work-fields.
           05  run-date-numeric        pic 9(08).
           05  run-date-integer        pic 9(08).
           05  batch-date-numeric      pic 9(08).
           05  batch-date-integer      pic 9(08).
           05  batch-age-days          pic s9(06).

       01  edited-total-count          pic zzz,zz9.
       01  edited-record-count         pic zz,zz9.
       01  edited-age-days             pic zzz9.
       01  edited-checkpoint-key       pic z(07)9.

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
               value "CALCINTG FILE INTEGRITY SWEEP".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(05) value "Sev".
           05  filler                  pic x(16) value "Item".
           05  filler                  pic x(59) value "Finding".

       procedure division.

      *  This is the batch driver for the program. It reads the run
      *  parameters and opens the files, runs each category of
      *  check in turn, and closes with the summary and the return
      *  code.
       000-check-file-integrity.
           display "Checking File Integrity".
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           move rpt-run-date to run-date-numeric.
           compute run-date-integer =
               function integer-of-date (run-date-numeric).
           perform 005-read-integrity-parms.
           perform 006-open-integrity-files.
           perform 030-print-report-headers.
           perform 100-check-master-references.
           perform 200-check-history-orphans.
           perform 300-check-stuck-batches.
           perform 400-check-audit-trail.
           perform 500-check-checkpoint.
           perform 600-check-households.
           perform 800-write-integrity-summary.
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
           if history-file-present
               close calchist-file
           end-if
           if registry-file-present
               close batchreg-file
           end-if
           if checkpoint-file-present
               close calcchk-file
           end-if
           close intgrpt-file.
           if it-serious-count > zero
               move 8 to return-code
           else
               if it-warning-count > zero
                   move 4 to return-code
               end-if
           end-if
           display "End of File Integrity Sweep".
           stop run.

      *  Reads the stuck-batch day limit from the INTGPARM parameter
      *  file: a batch still received or abended this many days
      *  after its batch date is reported. With no parameter file
      *  the limit is 3 days.
       005-read-integrity-parms.
           open input intgparm-file.
           if intgparm-file-status = "00"
               read intgparm-file
                   at end
                       continue
                   not at end
                       if pm-stuck-batch-days is numeric
                           and pm-stuck-batch-days > zero
                           move pm-stuck-batch-days
                               to stuck-batch-days
                       end-if
               end-read
               close intgparm-file
           end-if.

      *  Opens the client master and the report, which the sweep
      *  cannot run without, and every other file it checks. A
      *  file that does not exist yet is noted on the report in
      *  its category instead of stopping the sweep.
       006-open-integrity-files.
           open input acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                 "CALCINTG ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
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
                "CALCINTG ABEND - RATETBL OPEN FAILED, FILE STATUS "
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
                "CALCINTG ABEND - FEETBL OPEN FAILED, FILE STATUS "
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
                "CALCINTG ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if
           open input calchist-file.
           if calchist-file-status = "35"
               move "N" to history-file-switch
           else
               if calchist-file-status not = "00"
                   display
                "CALCINTG ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                       calchist-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to history-file-switch
               end-if
           end-if
           open input batchreg-file.
           if batchreg-file-status = "35"
               move "N" to registry-file-switch
           else
               if batchreg-file-status not = "00"
                   display
                "CALCINTG ABEND - BATCHREG OPEN FAILED, FILE STATUS "
                       batchreg-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to registry-file-switch
               end-if
           end-if
           open input calcchk-file.
           if calcchk-file-status = "35"
               move "N" to checkpoint-file-switch
           else
               if calcchk-file-status not = "00"
                   display
                "CALCINTG ABEND - CALCCHK OPEN FAILED, FILE STATUS "
                       calcchk-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to checkpoint-file-switch
               end-if
           end-if
           open output intgrpt-file.
           if intgrpt-file-status not = "00"
               display
                 "CALCINTG ABEND - INTGRPT OPEN FAILED, FILE STATUS "
                   intgrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Builds and writes the page header and resets the line
      *  counter for the new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           write intgrpt-line from rpt-heading-1.
           write intgrpt-line from spaces.
           write intgrpt-line from rpt-heading-2.
           write intgrpt-line from spaces.
           if intgrpt-file-status not = "00"
               display
                 "CALCINTG ABEND - INTGRPT WRITE FAILED, FILE STATUS "
                   intgrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Prints the heading for the category in category-title and
      *  clears the category's finding count.
       040-print-category-heading.
           if rpt-line-count + 4 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move zero to it-category-count.
           write intgrpt-line from category-title.
           move all "-" to intgrpt-line.
           write intgrpt-line.
           add 2 to rpt-line-count.

      *  Prints the category's finding count under its last
      *  finding and spaces before the next category.
       045-print-category-count.
           move it-category-count to edited-total-count.
           move spaces to intgrpt-line.
           if it-category-count = zero
               move "  No findings" to intgrpt-line
           else
               string "  Findings in category: " delimited by size
                   edited-total-count delimited by size
                   into intgrpt-line
               end-string
           end-if
           write intgrpt-line.
           write intgrpt-line from spaces.
           add 2 to rpt-line-count.

      *  Prints a note under the category heading, such as a file
      *  that is not on file to be checked.
       047-print-category-note.
           move spaces to intgrpt-line.
           string "  " fn-message delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           add 1 to rpt-line-count.

      *  Prints one finding from finding-fields and counts it in
      *  the category and under its severity.
       050-write-finding.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to intgrpt-line.
           string "  " fn-severity delimited by size
               "  " fn-item-key delimited by size
               "  " fn-message delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           if intgrpt-file-status not = "00"
               display
                 "CALCINTG ABEND - INTGRPT WRITE FAILED, FILE STATUS "
                   intgrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
           add 1 to it-category-count.
           if fn-serious
               add 1 to it-serious-count
           else
               add 1 to it-warning-count
           end-if.

      *  First category. Every account's rate code and fee-schedule
      *  code must have an entry in force today, or CALC2000 will
      *  reject the account's next projection, and its advisor and
      *  branch must be on ADVBRTBL. These are serious. An account
      *  still booked to a terminated advisor is a warning - its
      *  book is waiting to be transferred.
       100-check-master-references.
           move "ACCTMSTR REFERENCES TO RATETBL, FEETBL AND ADVBRTBL"
               to category-title.
           perform 040-print-category-heading.
           if not reference-table-present
               move "ADVBRTBL not on file - advisor, branch not checked"
                   to fn-message
               perform 047-print-category-note
           end-if
           move low-values to am-account-number.
           start acctmstr-file
               key is not less than am-account-number
               invalid key
                   move "Y" to acctmstr-eof-switch
           end-start
           perform 110-check-one-account
               until acctmstr-eof.
           move it-category-count to it-master-findings.
           perform 045-print-category-count.

      *  Reads the next account and checks its references.
       110-check-one-account.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   add 1 to it-accounts-read
                   perform 120-check-rate-code
                   perform 130-check-fee-code
                   if reference-table-present
                       perform 140-check-advisor-branch
                   end-if
           end-read.

      *  Checks the account's rate code against RATETBL. A blank
      *  code uses the master's own rate and is not checked.
       120-check-rate-code.
           if am-rate-code not = spaces
               move "N" to scan-hit-switch
               if rate-table-present
                   move am-rate-code to scan-code
                   move scan-code to rt-rate-code
                   move "00000000" to rt-effective-from
                   start ratetbl-file
                       key is not less than rt-rate-key
                       invalid key
                           move "Y" to scan-done-switch
                       not invalid key
                           move "N" to scan-done-switch
                   end-start
                   perform 125-scan-rate-entry
                       until scan-done
               end-if
               if not scan-hit
                   move "S" to fn-severity
                   move am-account-number to fn-item-key
                   move spaces to fn-message
                   string "Rate code " am-rate-code delimited by size
                       " has no entry in force on RATETBL"
                       delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               end-if
           end-if.

      *  Examines the next rate table entry for the code being
      *  checked. An entry dated on or before today means the code
      *  is in force; the scan stops at the first entry past today
      *  or belonging to another code.
       125-scan-rate-entry.
           read ratetbl-file next record
               at end
                   move "Y" to scan-done-switch
               not at end
                   if rt-rate-code not = scan-code
                       or rt-effective-from > rpt-run-date
                       move "Y" to scan-done-switch
                   else
                       move "Y" to scan-hit-switch
                   end-if
           end-read.

      *  Checks the account's fee-schedule code against FEETBL. A
      *  blank code means no fee is charged and is not checked.
       130-check-fee-code.
           if am-fee-schedule-code not = spaces
               move "N" to scan-hit-switch
               if fee-table-present
                   move am-fee-schedule-code to scan-code
                   move scan-code to ft-fee-schedule-code
                   move "00000000" to ft-effective-from
                   start feetbl-file
                       key is not less than ft-fee-key
                       invalid key
                           move "Y" to scan-done-switch
                       not invalid key
                           move "N" to scan-done-switch
                   end-start
                   perform 135-scan-fee-entry
                       until scan-done
               end-if
               if not scan-hit
                   move "S" to fn-severity
                   move am-account-number to fn-item-key
                   move spaces to fn-message
                   string "Fee schedule " am-fee-schedule-code
                       delimited by size
                       " has no entry in force on FEETBL"
                       delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               end-if
           end-if.

      *  Examines the next fee table entry for the code being
      *  checked, the same way 125 scans the rate table.
       135-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to scan-done-switch
               not at end
                   if ft-fee-schedule-code not = scan-code
                       or ft-effective-from > rpt-run-date
                       move "Y" to scan-done-switch
                   else
                       move "Y" to scan-hit-switch
                   end-if
           end-read.

      *  Checks the account's advisor and branch on ADVBRTBL. A
      *  blank code is not assigned yet and is not checked.
       140-check-advisor-branch.
           if am-advisor-code not = spaces
               move "A" to ab-entry-type
               move am-advisor-code to ab-entry-code
               read advbrtbl-file
                   key is ab-table-key
                   invalid key
                       move "S" to fn-severity
                       move am-account-number to fn-item-key
                       move spaces to fn-message
                       string "Advisor " am-advisor-code
                           delimited by size
                           " is not on ADVBRTBL" delimited by size
                           into fn-message
                       end-string
                       perform 050-write-finding
                   not invalid key
                       if ab-advisor-terminated
                           move "W" to fn-severity
                           move am-account-number to fn-item-key
                           move spaces to fn-message
                           string "Advisor " am-advisor-code
                               delimited by size
                               " is terminated - book not transferred"
                               delimited by size
                               into fn-message
                           end-string
                           perform 050-write-finding
                       end-if
               end-read
           end-if
           if am-branch-code not = spaces
               move "B" to ab-entry-type
               move am-branch-code to ab-entry-code
               read advbrtbl-file
                   key is ab-table-key
                   invalid key
                       move "S" to fn-severity
                       move am-account-number to fn-item-key
                       move spaces to fn-message
                       string "Branch " am-branch-code
                           delimited by size
                           " is not on ADVBRTBL" delimited by size
                           into fn-message
                       end-string
                       perform 050-write-finding
               end-read
           end-if.

      *  Second category. History kept for an account that is no
      *  longer on ACCTMSTR is an orphan: nothing will project the
      *  account again, and the reports that read history still
      *  pick it up. One warning is printed per orphaned account
      *  with its record count and latest run.
       200-check-history-orphans.
           move "CALCHIST HISTORY FOR ACCOUNTS NOT ON ACCTMSTR"
               to category-title.
           perform 040-print-category-heading.
           if not history-file-present
               move "CALCHIST not on file - nothing to check"
                   to fn-message
               perform 047-print-category-note
           else
               move "Y" to first-account-switch
               perform 210-read-history-record
                   until calchist-eof
               if not first-account
                   perform 220-close-history-account
               end-if
           end-if
           move it-category-count to it-history-findings.
           perform 045-print-category-count.

      *  Reads the next history record in key order, closing the
      *  previous account whenever the account changes.
       210-read-history-record.
           read calchist-file next record
               at end
                   move "Y" to calchist-eof-switch
               not at end
                   add 1 to it-history-read
                   if first-account
                       or hs-account-number not = ha-account-number
                       if not first-account
                           perform 220-close-history-account
                       end-if
                       move "N" to first-account-switch
                       move hs-account-number to ha-account-number
                       move zero to ha-record-count
                   end-if
                   add 1 to ha-record-count
                   move hs-run-date to ha-last-run-date
           end-read.

      *  Looks the account whose history was just read up on
      *  ACCTMSTR and reports it when it is gone.
       220-close-history-account.
           move ha-account-number to am-account-number.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move ha-record-count to edited-record-count
                   move "W" to fn-severity
                   move ha-account-number to fn-item-key
                   move spaces to fn-message
                   string "Not on ACCTMSTR," delimited by size
                       edited-record-count delimited by size
                       " records, last run "
                       delimited by size
                       ha-last-run-date delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
           end-read.

      *  Third category. A batch CALCXTR or CALCRCY registered and
      *  CALC2000 never consumed, or a batch whose run abended and
      *  was never rerun, sits on BATCHREG in received or abended
      *  status. Past the day limit it is stuck, which is serious:
      *  the night it belongs to did not finish.
       300-check-stuck-batches.
           move "BATCHREG BATCHES STUCK IN RECEIVED OR ABENDED STATUS"
               to category-title.
           perform 040-print-category-heading.
           if not registry-file-present
               move "BATCHREG not on file - nothing to check"
                   to fn-message
               perform 047-print-category-note
           else
               perform 310-check-one-batch
                   until batchreg-eof
           end-if
           move it-category-count to it-batch-findings.
           perform 045-print-category-count.

      *  Reads the next registered batch and reports it when it has
      *  sat received or abended past the day limit.
       310-check-one-batch.
           read batchreg-file next record
               at end
                   move "Y" to batchreg-eof-switch
               not at end
                   add 1 to it-batches-read
                   if (bg-batch-received or bg-batch-abended)
                       and bg-batch-date is numeric
                       move bg-batch-date to batch-date-numeric
                       compute batch-date-integer =
                           function integer-of-date
                               (batch-date-numeric)
                       compute batch-age-days =
                           run-date-integer - batch-date-integer
                       if batch-age-days >= stuck-batch-days
                           perform 320-report-stuck-batch
                       end-if
                   end-if
           end-read.

      *  Reports one stuck batch with its status and age.
       320-report-stuck-batch.
           move batch-age-days to edited-age-days.
           move "S" to fn-severity.
           move spaces to fn-item-key.
           string bg-batch-date delimited by size
               "/" bg-batch-number delimited by size
               into fn-item-key
           end-string
           move spaces to fn-message.
           if bg-batch-received
               string "Received" delimited by size
                   edited-age-days delimited by size
                   " days ago and never processed" delimited by size
                   into fn-message
               end-string
           else
               string "Abended" delimited by size
                   edited-age-days delimited by size
                   " days ago and never rerun" delimited by size
                   into fn-message
               end-string
           end-if
           perform 050-write-finding.

      *  Fourth category. Every change to ACCTMSTR goes through
      *  ACCTMNT or ACCTAPR and leaves an ACCTAUD record, so the
      *  latest audited image of an account must match the account
      *  as it stands on ACCTMSTR - apart from the last-run-date
      *  CALC2000 stamps on it. An account that differs, is still
      *  on file after its audited delete, or is gone with no
      *  audited delete was changed outside maintenance, which is
      *  serious. The audit trail is sorted by account, keeping
      *  the order the records were written in, so the last record
      *  of each account is its latest.
       400-check-audit-trail.
           move "ACCTAUD AUDIT TRAIL AGAINST ACCTMSTR"
               to category-title.
           perform 040-print-category-heading.
           open input acctaud-file.
           if acctaud-file-status = "35"
               move "N" to audit-file-switch
           else
               if acctaud-file-status not = "00"
                   display
                "CALCINTG ABEND - ACCTAUD OPEN FAILED, FILE STATUS "
                       acctaud-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to audit-file-switch
               end-if
           end-if
           if not audit-file-present
               move "ACCTAUD not on file - nothing to check"
                   to fn-message
               perform 047-print-category-note
           else
               sort audit-sort-file
                   on ascending key as-account-number
                                    as-audit-sequence
                   input procedure is 410-release-audit-records
                   output procedure is 420-compare-audit-trail
               close acctaud-file
           end-if
           move it-category-count to it-audit-findings.
           perform 045-print-category-count.

      *  The sort's input procedure. Releases every audit record
      *  with its position on the file.
       410-release-audit-records.
           perform 415-release-one-audit
               until acctaud-eof.

      *  Reads the next audit record and releases it.
       415-release-one-audit.
           read acctaud-file
               at end
                   move "Y" to acctaud-eof-switch
               not at end
                   add 1 to it-audits-read
                   move au-account-number to as-account-number
                   move it-audits-read    to as-audit-sequence
                   move au-run-date       to as-run-date
                   move au-action-code    to as-action-code
                   move au-after-image    to as-after-image
                   release audit-sort-record
           end-read.

      *  The sort's output procedure. Returns the audit records in
      *  account order, holding each account's latest, and checks
      *  each account when its last record has been returned.
       420-compare-audit-trail.
           move "Y" to first-account-switch.
           perform 425-return-audit-record.
           perform 427-hold-audit-record
               until sort-eof.
           if not first-account
               perform 430-compare-audited-account
           end-if.

      *  Returns the next audit record from the sort.
       425-return-audit-record.
           return audit-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Holds the audit record just returned as its account's
      *  latest, checking the previous account when the account
      *  changes.
       427-hold-audit-record.
           if not first-account
               and as-account-number not = aa-account-number
               perform 430-compare-audited-account
           end-if
           move "N" to first-account-switch.
           move as-account-number to aa-account-number.
           move as-run-date       to aa-run-date.
           move as-action-code    to aa-action-code.
           move as-after-image    to aa-after-image.
           perform 425-return-audit-record.

      *  Checks one account's latest audited image against
      *  ACCTMSTR. The last-run-date, positions 55 to 62 of the
      *  master record, is blanked on both sides before they are
      *  compared.
       430-compare-audited-account.
           move aa-account-number to am-account-number.
           move "Y" to account-lookup-switch.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move "N" to account-lookup-switch
           end-read
           move "S" to fn-severity.
           move aa-account-number to fn-item-key.
           move spaces to fn-message.
           if account-found
               if aa-action-delete
                   string "On ACCTMSTR after its audited delete of "
                       delimited by size
                       aa-run-date delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               else
                   move aa-after-image to audit-compare-image
                   move acctmstr-record to master-compare-image
                   move spaces to audit-compare-image (55:8)
                   move spaces to master-compare-image (55:8)
                   if audit-compare-image not = master-compare-image
                       string "ACCTMSTR differs from audit image of "
                           delimited by size
                           aa-run-date delimited by size
                           into fn-message
                       end-string
                       perform 050-write-finding
                   end-if
               end-if
           else
               if not aa-action-delete
                   string "Gone from ACCTMSTR with no audited delete"
                       delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               end-if
           end-if.

      *  Fifth category. CALC2000 clears its CALCCHK checkpoint when
      *  a run completes. A checkpoint still holding a key from an
      *  earlier day was left by a run that abended and was never
      *  restarted, which is serious: the next run would restart
      *  from it into the wrong batch.
       500-check-checkpoint.
           move "CALCCHK CHECKPOINT LEFT BY A RUN NOT RESTARTED"
               to category-title.
           perform 040-print-category-heading.
           if not checkpoint-file-present
               move "CALCCHK not on file - nothing to check"
                   to fn-message
               perform 047-print-category-note
           else
               move 1 to ck-relative-key
               read calcchk-file
                   key is ck-relative-key
                   invalid key
                       move zero to ck-last-key-processed
               end-read
               if ck-last-key-processed > zero
                   and ck-run-date < rpt-run-date
                   move ck-last-key-processed
                       to edited-checkpoint-key
                   move "S" to fn-severity
                   move "CALCCHK" to fn-item-key
                   move spaces to fn-message
                   string "Checkpoint at key" delimited by size
                       edited-checkpoint-key delimited by size
                       " left by the run of " delimited by size
                       ck-run-date delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               end-if
           end-if
           move it-category-count to it-checkpoint-findings.
           perform 045-print-category-count.

      *  Sixth category. CALCHHS mails each household's
      *  consolidated statement to its one primary mailing
      *  account. A household with none, or with more than one,
      *  still gets its statement - addressed to its first member
      *  account - so both are warnings for maintenance to settle.
      *  The master is sorted by household so each household's
      *  accounts come together.
       600-check-households.
           move "ACCTMSTR HOUSEHOLDS WITHOUT ONE PRIMARY ACCOUNT"
               to category-title.
           perform 040-print-category-heading.
           move "N" to sort-eof-switch.
           sort household-sort-file
               on ascending key hh-household-id
                                hh-account-number
               input procedure is 610-release-household-members
               output procedure is 620-check-household-groups.
           move it-category-count to it-household-findings.
           perform 045-print-category-count.

      *  The sort's input procedure. Reads the master from the
      *  start again and releases every account in a household.
       610-release-household-members.
           move "N" to acctmstr-eof-switch.
           move low-values to am-account-number.
           start acctmstr-file
               key is not less than am-account-number
               invalid key
                   move "Y" to acctmstr-eof-switch
           end-start
           perform 615-release-one-member
               until acctmstr-eof.

      *  Reads the next account and releases it when it belongs to
      *  a household.
       615-release-one-member.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   if am-household-id not = spaces
                       move am-household-id to hh-household-id
                       move am-account-number to hh-account-number
                       move am-household-primary
                           to hh-household-primary
                       release household-sort-record
                   end-if
           end-read.

      *  The sort's output procedure. Returns the household members
      *  in household order, counting the members and primary
      *  accounts of each household and checking each household
      *  when its last member has been returned.
       620-check-household-groups.
           move "Y" to first-household-switch.
           perform 625-return-household-member.
           perform 627-count-household-member
               until sort-eof.
           if not first-household
               perform 630-check-one-household
           end-if.

      *  Returns the next household member from the sort.
       625-return-household-member.
           return household-sort-file
               at end
                   move "Y" to sort-eof-switch
           end-return.

      *  Counts the member just returned in its household, checking
      *  the previous household when the household changes.
       627-count-household-member.
           if not first-household
               and hh-household-id not = hc-household-id
               perform 630-check-one-household
           end-if
           if first-household
               or hh-household-id not = hc-household-id
               move hh-household-id to hc-household-id
               move zero to hc-member-count
               move zero to hc-primary-count
           end-if
           move "N" to first-household-switch.
           add 1 to hc-member-count.
           if hh-primary-account
               add 1 to hc-primary-count
           end-if
           perform 625-return-household-member.

      *  Reports a household whose member accounts name no primary
      *  mailing account, or name more than one.
       630-check-one-household.
           move "W" to fn-severity.
           move hc-household-id to fn-item-key.
           move spaces to fn-message.
           if hc-primary-count = zero
               move hc-member-count to edited-record-count
               string "No primary mailing account among"
                   delimited by size
                   edited-record-count delimited by size
                   " members" delimited by size
                   into fn-message
               end-string
               perform 050-write-finding
           else
               if hc-primary-count > 1
                   move hc-primary-count to edited-record-count
                   string edited-record-count delimited by size
                       " accounts flagged primary mailing account"
                       delimited by size
                       into fn-message
                   end-string
                   perform 050-write-finding
               end-if
           end-if.

      *  Writes the end-of-run summary: records checked, findings
      *  by category and by severity, and the verdict that sets
      *  the return code.
       800-write-integrity-summary.
           if rpt-line-count + 17 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move "***** INTEGRITY SWEEP CONTROL TOTALS *****"
               to intgrpt-line.
           write intgrpt-line.
           move it-accounts-read to edited-total-count.
           move spaces to intgrpt-line.
           string "Accounts Checked       : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-history-read to edited-total-count.
           move spaces to intgrpt-line.
           string "History Records Checked: " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-batches-read to edited-total-count.
           move spaces to intgrpt-line.
           string "Batches Checked        : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-audits-read to edited-total-count.
           move spaces to intgrpt-line.
           string "Audit Records Checked  : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           write intgrpt-line from spaces.
           move it-master-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Master References      : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-history-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Orphaned History       : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-batch-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Stuck Batches          : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-audit-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Audit Disagreements    : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-checkpoint-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Stale Checkpoints      : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-household-findings to edited-total-count.
           move spaces to intgrpt-line.
           string "Household Primaries    : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           write intgrpt-line from spaces.
           move it-serious-count to edited-total-count.
           move spaces to intgrpt-line.
           string "Serious Findings       : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           move it-warning-count to edited-total-count.
           move spaces to intgrpt-line.
           string "Warnings               : " delimited by size
               edited-total-count delimited by size
               into intgrpt-line
           end-string
           write intgrpt-line.
           if it-serious-count > zero
               move "RESULT: SERIOUS INTEGRITY FINDINGS - RETURN CODE 8"
                   to intgrpt-line
               display "CALCINTG - SERIOUS FINDINGS, RETURN CODE 8"
           else
               if it-warning-count > zero
                   move "RESULT: WARNINGS ONLY - RETURN CODE 4"
                       to intgrpt-line
                   display "CALCINTG - WARNINGS ONLY, RETURN CODE 4"
               else
                   move "RESULT: FILES AGREE" to intgrpt-line
                   display "CALCINTG - files agree"
               end-if
           end-if
           write intgrpt-line.
           if intgrpt-file-status not = "00"
               display
                 "CALCINTG ABEND - INTGRPT WRITE FAILED, FILE STATUS "
                   intgrpt-file-status
               move 16 to return-code
               stop run
           end-if.
