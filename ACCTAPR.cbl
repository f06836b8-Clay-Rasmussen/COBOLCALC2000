       identification division.

       program-id. acctapr.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program is the second half of dual-control
      *  maintenance on the ACCTMSTR client master. ACCTMNT holds
      *  every delete, and every change that moves an amount beyond
      *  its threshold, on the ACCTPEND pending-approval file instead
      *  of applying it. This run reads release/decline decisions
      *  from the APRTRAN file, one per pending item by key. A
      *  released item is applied to ACCTMSTR exactly as it was keyed
      *  and written to ACCTAUD with both the keyer and the approver
      *  named; a declined item is closed with its reason. An
      *  approver may not decide an item they keyed, and an item
      *  whose account has changed since it was held is rejected so
      *  it can be declined and re-keyed against the current record.
      *  After the decisions the APRRPT report lists every item
      *  still pending longer than the APRPARM aging limit, so
      *  nothing sits in the queue unnoticed. Run with no APRTRAN
      *  file it prints the aging report alone. A released change
      *  applies every field it carries the way ACCTMNT applies it, the
      *  fee-schedule code and household fields included, with NONE
      *  clearing either. It is first put through ACCTMNT's ADVBRTBL and
      *  FEETBL edits again as the tables stand today, and an advisor,
      *  branch or fee schedule that no longer passes declines the item
      *  with the reason. The check for a changed account ignores the
      *  last-run-date CALC2000 stamps on the master every night. An
      *  item with no keyer on record can be declined but never
      *  released. Every abend ends the run with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select aprtran-file assign to "APRTRAN"
               organization is line sequential
               file status is aprtran-file-status.

           select acctpend-file assign to "ACCTPEND"
               organization is indexed
               access mode is dynamic
               record key is pa-pending-key
               file status is acctpend-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select acctaud-file assign to "ACCTAUD"
               organization is line sequential
               file status is acctaud-file-status.

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

           select aprparm-file assign to "APRPARM"
               organization is line sequential
               file status is aprparm-file-status.

           select aprrpt-file assign to "APRRPT"
               organization is line sequential
               file status is aprrpt-file-status.

       data division.

       file section.

       fd  aprtran-file
           label records are standard.
           copy apprtr.

       fd  acctpend-file
           label records are standard.
           copy acctpnr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  acctaud-file
           label records are standard.
           copy acctaur.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  aprparm-file
           label records are standard.
       01  aprparm-record.
           05  pm-aging-days               pic 9(03).
           05  filler                      pic x(77).

       fd  aprrpt-file
           label records are standard.
       01  aprrpt-line                 pic x(80).

       working-storage section.

       01  aprtran-file-status        pic x(02).
       01  acctpend-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  acctaud-file-status        pic x(02).
       01  aprparm-file-status        pic x(02).
       01  aprrpt-file-status         pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  feetbl-file-status         pic x(02).

       01  run-switches.
           05  aprtran-eof-switch      pic x(01)    value "N".
               88  aprtran-eof                       value "Y".
           05  decision-file-switch    pic x(01)    value "N".
               88  decision-file-present              value "Y".
           05  decision-switch         pic x(01)    value "Y".
               88  decision-valid                     value "Y".
               88  decision-invalid                   value "N".
           05  acctpend-eof-switch     pic x(01)    value "N".
               88  acctpend-eof                       value "Y".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  fee-scan-hit-switch     pic x(01)    value "N".
               88  fee-scan-hit                       value "Y".
           05  reference-lookup-switch pic x(01)    value "N".
               88  reference-found                    value "Y".
           05  release-edit-switch     pic x(01)    value "N".
               88  release-edit-failed                value "Y".

           copy accttr.

       01  approval-parms.
           05  aging-days-limit        pic 9(03)    value 5.

       01  approval-totals.
           05  ap-decisions-read       pic 9(06)    value zero.
           05  ap-items-released       pic 9(06)    value zero.
           05  ap-items-declined       pic 9(06)    value zero.
           05  ap-decisions-rejected   pic 9(06)    value zero.
           05  ag-items-pending        pic 9(06)    value zero.
           05  ag-items-aged           pic 9(06)    value zero.

       01  decision-reject-reason      pic x(50).
       01  decision-result-text        pic x(08).
       01  release-decline-reason      pic x(30).

       01  release-compare-fields.
           05  master-compare-image    pic x(120).
           05  held-compare-image      pic x(120).

       01  audit-image-holds.
           05  audit-before-image      pic x(120).
           05  audit-after-image       pic x(120).

       01  date-work-fields.
           05  run-date-numeric        pic 9(08).
           05  run-date-integer        pic 9(08).
           05  hold-date-numeric       pic 9(08).
           05  hold-date-integer       pic 9(08).
           05  days-pending            pic s9(05).

       01  edited-decisions-read       pic zzz,zz9.
       01  edited-items-released       pic zzz,zz9.
       01  edited-items-declined       pic zzz,zz9.
       01  edited-decisions-rejected   pic zzz,zz9.
       01  edited-items-pending        pic zzz,zz9.
       01  edited-items-aged           pic zzz,zz9.
       01  edited-days-pending         pic zzz9.
       01  edited-aging-days           pic zz9.

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
               value "ACCTAPR DUAL-CONTROL APPROVAL".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(10) value "Decision".
           05  filler                  pic x(15) value "Pending Key".
           05  filler                  pic x(12) value "Account".
           05  filler                  pic x(10) value "Result".
           05  filler                  pic x(33) value spaces.

       procedure division.

      *  This is the batch driver for the program. It reads the
      *  aging limit, opens the pending file and the files a release
      *  touches, works every decision on APRTRAN against its
      *  pending item, prints the decision totals, then the aging
      *  report of items still waiting, and ends the run.
       000-approve-pending-changes.
           display "Approving Pending Account Changes".
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-date to run-date-numeric.
           compute run-date-integer =
               function integer-of-date (run-date-numeric).
           perform 005-read-approval-parms.
           open input acctpend-file.
           if acctpend-file-status = "35"
               display "ACCTAPR - NO ACCTPEND PENDING FILE TO APPROVE"
               stop run
           end-if
           close acctpend-file.
           open i-o acctpend-file.
           if acctpend-file-status not = "00"
               display
                 "ACCTAPR ABEND - ACCTPEND OPEN FAILED, FILE STATUS "
                   acctpend-file-status
               move 16 to return-code
               stop run
           end-if
           open output aprrpt-file.
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT OPEN FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 006-open-decision-files.
           perform 020-initialize-report.
           if decision-file-present
               perform 010-read-aprtran-record
               perform 060-apply-decision
                   until aprtran-eof
               perform 800-write-decision-trailer
               close aprtran-file
               close acctmstr-file
               close acctaud-file
               if reference-table-present
                   close advbrtbl-file
               end-if
               if fee-table-present
                   close feetbl-file
               end-if
           end-if
           perform 300-print-aging-report.
           close acctpend-file.
           close aprrpt-file.
           display "End of Approval Run".
           stop run.

      *  Reads the aging limit from the APRPARM parameter file - the
      *  number of days an item may wait before it is listed as
      *  overdue. When no parameter file is supplied the limit stays
      *  at its default of 5 days.
       005-read-approval-parms.
           open input aprparm-file.
           if aprparm-file-status = "00"
               read aprparm-file
                   at end
                       continue
                   not at end
                       if pm-aging-days is numeric
                           and pm-aging-days > zero
                           move pm-aging-days to aging-days-limit
                       end-if
               end-read
               close aprparm-file
           end-if.

      *  Opens the APRTRAN decision file and, when there are
      *  decisions to apply, the client master and the change-audit
      *  file a release writes to. No decision file means an aging-
      *  only run that touches neither.
       006-open-decision-files.
           open input aprtran-file.
           if aprtran-file-status = "35"
               move "N" to decision-file-switch
           else
               if aprtran-file-status not = "00"
                   display
                "ACCTAPR ABEND - APRTRAN OPEN FAILED, FILE STATUS "
                       aprtran-file-status
                   move 16 to return-code
                   stop run
               end-if
               move "Y" to decision-file-switch
               open i-o acctmstr-file
               if acctmstr-file-status not = "00"
                   display
                "ACCTAPR ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
               open extend acctaud-file
               if acctaud-file-status = "35"
                   open output acctaud-file
               end-if
               if acctaud-file-status not = "00"
                   display
                "ACCTAPR ABEND - ACCTAUD OPEN FAILED, FILE STATUS "
                       acctaud-file-status
                   move 16 to return-code
                   stop run
               end-if
               perform 007-open-edit-tables
           end-if.

      *  Opens the ADVBRTBL reference table and the FEETBL fee
      *  schedule table read-only for the edits a released change
      *  is put through again. A table that does not exist yet
      *  fails any code the change carries, as it does in ACCTMNT.
       007-open-edit-tables.
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "ACCTAPR ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
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
                "ACCTAPR ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if.

      *  Builds the edited run date for the report header and prints
      *  the first page heading before any detail lines go to
      *  aprrpt-file.
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
           write aprrpt-line from rpt-heading-1.
           write aprrpt-line from spaces.
           write aprrpt-line from rpt-heading-2.
           write aprrpt-line from spaces.
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT WRITE FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Reads the next approval decision from aprtran-file and
      *  edits it. At end of file aprtran-eof-switch is set so the
      *  driver loop stops.
       010-read-aprtran-record.
           read aprtran-file
               at end
                   move "Y" to aprtran-eof-switch
               not at end
                   add 1 to ap-decisions-read
                   perform 050-edit-decision
           end-read.

      *  Validates the decision just read and finds its pending
      *  item. The decision must be release or decline and name an
      *  approver, the item must be on ACCTPEND and still pending,
      *  and the approver must not be the person who keyed it - that
      *  is the whole point of the second pair of eyes. An item with
      *  no keyer on record cannot be shown to have a second person
      *  at all, so it may be declined but never released. The
      *  first condition that fails sets decision-switch to "N" and
      *  records the reason so 150-write-decision-line can report
      *  it.
       050-edit-decision.
           move "Y" to decision-switch.
           move "N" to release-edit-switch.
           move spaces to acctpend-record.
           if not ap-decision-release
               and not ap-decision-decline
               move "N" to decision-switch
               move "Decision code must be R or D"
                   to decision-reject-reason
           else
           if ap-approver-id = spaces
               move "N" to decision-switch
               move "Approver ID is required"
                   to decision-reject-reason
           else
           if ap-hold-number is not numeric
               move "N" to decision-switch
               move "Pending key must be hold date and number"
                   to decision-reject-reason
           else
               move ap-pending-key to pa-pending-key
               read acctpend-file
                   key is pa-pending-key
                   invalid key
                       move "N" to decision-switch
                       move "Pending item not found on ACCTPEND"
                           to decision-reject-reason
               end-read
               if decision-valid
                   if not pa-status-pending
                       move "N" to decision-switch
                       move "Pending item has already been decided"
                           to decision-reject-reason
                   else
                       if ap-approver-id = pa-entered-by
                           move "N" to decision-switch
                           move
                         "Approver cannot decide a change they keyed"
                               to decision-reject-reason
                       else
                           if pa-entered-by = spaces
                               and ap-decision-release
                               move "N" to decision-switch
                               move
                         "No keyer recorded - item can only be declined"
                                   to decision-reject-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *  Applies one edited decision. A release applies the held
      *  transaction to the master and audits it; a decline only
      *  closes the item. Either way a decided item is rewritten
      *  with its decision, the approver, and the date, the report
      *  line is written, and the next decision read.
       060-apply-decision.
           if decision-valid
               if ap-decision-release
                   perform 100-release-pending-item
               end-if
           end-if
           if decision-valid
               if ap-decision-release
                   and not release-edit-failed
                   move "R" to pa-pending-status
               else
                   move "D" to pa-pending-status
                   if release-edit-failed
                       move release-decline-reason
                           to pa-decline-reason
                   else
                       move ap-decline-reason to pa-decline-reason
                   end-if
               end-if
               move rpt-run-date   to pa-decision-date
               move ap-approver-id to pa-decided-by
               rewrite acctpend-record
               if acctpend-file-status not = "00"
                   display
                "ACCTAPR ABEND - ACCTPEND WRITE FAILED, FILE STATUS "
                       acctpend-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           perform 150-write-decision-line.
           if decision-valid
               if ap-decision-release
                   and not release-edit-failed
                   add 1 to ap-items-released
               else
                   add 1 to ap-items-declined
               end-if
           else
               add 1 to ap-decisions-rejected
           end-if
           perform 010-read-aprtran-record.

      *  Releases one held transaction. The account must still be on
      *  the master exactly as it stood when the change was held -
      *  anything else means the approver would be signing off on a
      *  different change than the one measured - and then the held
      *  change or delete is applied and audited with both names.
      *  The last-run-date, positions 55 to 62 of the master record,
      *  is blanked on both images before they are compared, since
      *  CALC2000 stamps it on every projected account each night.
      *  A held change is edited again against today's tables and,
      *  when it no longer passes, the item is declined instead.
       100-release-pending-item.
           move pa-tran-image to accttran-record.
           move at-account-number to am-account-number.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move "N" to decision-switch
                   move "Account no longer on ACCTMSTR"
                       to decision-reject-reason
           end-read
           if decision-valid
               move acctmstr-record to master-compare-image
               move pa-before-image to held-compare-image
               move spaces to master-compare-image (55:8)
               move spaces to held-compare-image (55:8)
               if master-compare-image not = held-compare-image
                   move "N" to decision-switch
                   move "Account changed since held - decline, re-key"
                       to decision-reject-reason
               end-if
           end-if
           if decision-valid
               and at-action-change
               perform 105-edit-held-change
           end-if
           if decision-valid
               and not release-edit-failed
               move acctmstr-record to audit-before-image
               if at-action-change
                   perform 110-apply-held-change
               else
                   perform 120-apply-held-delete
               end-if
               perform 140-write-audit-record
           end-if.

      *  Puts a held change through the ADVBRTBL and FEETBL edits
      *  ACCTMNT gave it when it was keyed, as the tables stand
      *  today. The first edit that fails marks the release failed
      *  with the reason the item is declined for.
       105-edit-held-change.
           if at-advisor-code not = spaces
               move "A" to ab-entry-type
               move at-advisor-code to ab-entry-code
               perform 107-read-reference-entry
               if not reference-found
                   move "Y" to release-edit-switch
                   move "Advisor no longer on ADVBRTBL"
                       to release-decline-reason
               else
                   if ab-advisor-terminated
                       move "Y" to release-edit-switch
                       move "Advisor terminated on ADVBRTBL"
                           to release-decline-reason
                   end-if
               end-if
           end-if
           if not release-edit-failed
               and at-branch-code not = spaces
               move "B" to ab-entry-type
               move at-branch-code to ab-entry-code
               perform 107-read-reference-entry
               if not reference-found
                   move "Y" to release-edit-switch
                   move "Branch no longer on ADVBRTBL"
                       to release-decline-reason
               end-if
           end-if
           if not release-edit-failed
               and at-fee-schedule-code not = spaces
               and at-fee-schedule-code not = "NONE"
               move "N" to fee-scan-hit-switch
               if fee-table-present
                   move at-fee-schedule-code to ft-fee-schedule-code
                   move "00000000" to ft-effective-from
                   start feetbl-file
                       key is not less than ft-fee-key
                       invalid key
                           move "Y" to fee-scan-done-switch
                       not invalid key
                           move "N" to fee-scan-done-switch
                   end-start
                   perform 108-scan-fee-entry
                       until fee-scan-done
               end-if
               if not fee-scan-hit
                   move "Y" to release-edit-switch
                   move "Fee schedule not in force"
                       to release-decline-reason
               end-if
           end-if.

      *  Reads the reference entry for the key already built in
      *  ab-table-key. An entry that is not on file, or a table that
      *  does not exist yet, is not found.
       107-read-reference-entry.
           move "N" to reference-lookup-switch.
           if reference-table-present
               read advbrtbl-file
                   key is ab-table-key
                   invalid key
                       continue
                   not invalid key
                       move "Y" to reference-lookup-switch
               end-read
           end-if.

      *  Examines the next fee table entry for the code being
      *  edited. An entry for the code dated on or before today
      *  means the code is in force; the scan stops at the first
      *  entry past today or belonging to another code.
       108-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to fee-scan-done-switch
               not at end
                   if ft-fee-schedule-code not = at-fee-schedule-code
                       or ft-effective-from > rpt-run-date
                       move "Y" to fee-scan-done-switch
                   else
                       move "Y" to fee-scan-hit-switch
                   end-if
           end-read.

      *  Replaces only the fields the held change carries, the same
      *  way ACCTMNT applies a change that needs no approval.
       110-apply-held-change.
           if at-owner-name not = spaces
               move at-owner-name to am-owner-name
           end-if
           if at-investment-amount > zero
               move at-investment-amount to am-investment-amount
           end-if
           if at-number-of-years > zero
               move at-number-of-years to am-number-of-years
           end-if
           if at-yearly-interest-rate > zero
               move at-yearly-interest-rate
                   to am-yearly-interest-rate
           end-if
           if at-periodic-contribution > zero
               move at-periodic-contribution
                   to am-periodic-contribution
           end-if
           if at-rate-code not = spaces
               move at-rate-code to am-rate-code
           end-if
           if at-advisor-code not = spaces
               move at-advisor-code to am-advisor-code
           end-if
           if at-branch-code not = spaces
               move at-branch-code to am-branch-code
           end-if
           if at-periodic-withdrawal is numeric
               and at-periodic-withdrawal > zero
               move at-periodic-withdrawal
                   to am-periodic-withdrawal
           end-if
           if at-fee-schedule-code = "NONE"
               move spaces to am-fee-schedule-code
           else
               if at-fee-schedule-code not = spaces
                   move at-fee-schedule-code to am-fee-schedule-code
               end-if
           end-if
           if at-household-id = "NONE"
               move spaces to am-household-id
           else
               if at-household-id not = spaces
                   and at-household-id not = am-household-id
                   move at-household-id to am-household-id
                   move "N" to am-household-primary
               end-if
           end-if
           perform 115-set-household-primary.
           rewrite acctmstr-record.
           if acctmstr-file-status not = "00"
               display
                "ACCTAPR ABEND - ACCTMSTR WRITE FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           move acctmstr-record to audit-after-image.

      *  Settles the primary mailing flag once the household ID is
      *  in place, the same way ACCTMNT settles it.
       115-set-household-primary.
           if am-household-id = spaces
               move space to am-household-primary
           else
               if at-household-primary not = space
                   move at-household-primary to am-household-primary
               else
                   if am-household-primary = space
                       move "N" to am-household-primary
                   end-if
               end-if
           end-if.

      *  Deletes the master record for a released delete. Its final
      *  image was captured before the delete for the audit.
       120-apply-held-delete.
           move spaces to audit-after-image.
           delete acctmstr-file.
           if acctmstr-file-status not = "00"
               display
                "ACCTAPR ABEND - ACCTMSTR DELETE FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes the change-audit record for a released item: the
      *  release date, the action, the before and after images, the
      *  person who keyed the change, and the person who released
      *  it.
       140-write-audit-record.
           move rpt-run-date       to au-run-date.
           move at-action-code     to au-action-code.
           move at-account-number  to au-account-number.
           move audit-before-image to au-before-image.
           move audit-after-image  to au-after-image.
           move pa-entered-by      to au-entered-by.
           move ap-approver-id     to au-approved-by.
           write acctaudit-record.
           if acctaud-file-status not = "00"
               display
                 "ACCTAPR ABEND - ACCTAUD WRITE FAILED, FILE STATUS "
                   acctaud-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes one report line showing the decision, the pending
      *  key, the account, and whether the item was released,
      *  declined, or the decision rejected, with the reject reason
      *  on a second line when there is one.
       150-write-decision-line.
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           if decision-invalid
               move "REJECTED" to decision-result-text
           else
               if ap-decision-release
                   and not release-edit-failed
                   move "RELEASED" to decision-result-text
               else
                   move "DECLINED" to decision-result-text
               end-if
           end-if
           move spaces to aprrpt-line.
           string "  " ap-decision-code delimited by size
               "       " ap-hold-date delimited by size
               "-" ap-hold-number delimited by size
               "  " pa-account-number delimited by size
               "  " decision-result-text delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           add 1 to rpt-line-count.
           if decision-invalid
               move spaces to aprrpt-line
               string "           Reason: " decision-reject-reason
                   delimited by size
                   into aprrpt-line
               end-string
               write aprrpt-line
               add 1 to rpt-line-count
           end-if
           if decision-valid
               and release-edit-failed
               move spaces to aprrpt-line
               string "           Reason: " release-decline-reason
                   delimited by size
                   into aprrpt-line
               end-string
               write aprrpt-line
               add 1 to rpt-line-count
           end-if
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT WRITE FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Prints the aging report: every item on ACCTPEND still
      *  waiting for a decision is counted, and each one that has
      *  waited longer than the aging limit is listed with how long
      *  it has waited, who keyed it, and why it was held.
       300-print-aging-report.
           if rpt-line-count + 4 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move aging-days-limit to edited-aging-days.
           write aprrpt-line from spaces.
           move "***** PENDING APPROVAL AGING *****" to aprrpt-line.
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Items pending more than " delimited by size
               edited-aging-days delimited by size
               " days:" delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           write aprrpt-line from spaces.
           add 4 to rpt-line-count.
           move "N" to acctpend-eof-switch.
           move low-values to pa-pending-key.
           start acctpend-file
               key is not less than pa-pending-key
               invalid key
                   move "Y" to acctpend-eof-switch
           end-start
           perform 310-age-one-item
               until acctpend-eof.
           perform 850-write-aging-trailer.

      *  Examines the next pending-file entry for the aging report.
      *  Decided items are skipped; a pending item is counted, and
      *  listed when it is older than the aging limit.
       310-age-one-item.
           read acctpend-file next record
               at end
                   move "Y" to acctpend-eof-switch
               not at end
                   if pa-status-pending
                       add 1 to ag-items-pending
                       move pa-hold-date to hold-date-numeric
                       compute hold-date-integer =
                           function integer-of-date (hold-date-numeric)
                       compute days-pending =
                           run-date-integer - hold-date-integer
                       if days-pending > aging-days-limit
                           perform 320-write-aging-line
                       end-if
                   end-if
           end-read.

      *  Writes one aging line for an overdue pending item.
       320-write-aging-line.
           add 1 to ag-items-aged.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move days-pending to edited-days-pending.
           move spaces to aprrpt-line.
           string "  " pa-hold-date delimited by size
               "-" pa-hold-number delimited by size
               "  " pa-account-number delimited by size
               "  " pa-action-code delimited by size
               "  " edited-days-pending delimited by size
               " days  " pa-entered-by delimited by size
               "  " pa-hold-reason (1:27) delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT WRITE FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Writes the decision control totals so the report shows how
      *  many decisions were read, released, declined, and
      *  rejected.
       800-write-decision-trailer.
           move ap-decisions-read     to edited-decisions-read.
           move ap-items-released     to edited-items-released.
           move ap-items-declined     to edited-items-declined.
           move ap-decisions-rejected to edited-decisions-rejected.
           write aprrpt-line from spaces.
           move "***** APPROVAL CONTROL TOTALS *****" to aprrpt-line.
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Decisions Read         : " delimited by size
               edited-decisions-read delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Items Released         : " delimited by size
               edited-items-released delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Items Declined         : " delimited by size
               edited-items-declined delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Decisions Rejected     : " delimited by size
               edited-decisions-rejected delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT WRITE FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 6 to rpt-line-count.

      *  Writes the aging totals: everything still pending and how
      *  much of it is past the aging limit.
       850-write-aging-trailer.
           move ag-items-pending to edited-items-pending.
           move ag-items-aged    to edited-items-aged.
           if ag-items-aged = zero
               move "  No items past the aging limit" to aprrpt-line
               write aprrpt-line
           end-if
           write aprrpt-line from spaces.
           move spaces to aprrpt-line.
           string "Items Still Pending    : " delimited by size
               edited-items-pending delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           move spaces to aprrpt-line.
           string "Items Past Aging Limit : " delimited by size
               edited-items-aged delimited by size
               into aprrpt-line
           end-string
           write aprrpt-line.
           if aprrpt-file-status not = "00"
               display
                 "ACCTAPR ABEND - APRRPT WRITE FAILED, FILE STATUS "
                   aprrpt-file-status
               move 16 to return-code
               stop run
           end-if.
