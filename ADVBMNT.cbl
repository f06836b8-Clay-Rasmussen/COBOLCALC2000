       identification division.

       program-id. advbmnt.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program maintains the ADVBRTBL advisor
      *  and branch reference table, the way RATEMNT maintains the
      *  rate table. It reads add/change/delete transactions from
      *  the ADVBTRAN file, applies each one to ADVBRTBL by entry
      *  type plus code, and prints an applied/rejected maintenance
      *  report to ADVBMRPT. An advisor's home branch must already
      *  be on the table as a branch, an advisor is terminated by a
      *  status change rather than deleted while accounts still
      *  carry the code, and a branch cannot be deleted while an
      *  advisor calls it home or an account carries it. For every
      *  applied change the report also lists the ACCTMSTR accounts
      *  carrying the code, so a terminated advisor's book is on the
      *  report next to the termination itself. Every abend ends the run
      *  with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select advbtran-file assign to "ADVBTRAN"
               organization is line sequential
               file status is advbtran-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select advbmrpt-file assign to "ADVBMRPT"
               organization is line sequential
               file status is advbmrpt-file-status.

       data division.

       file section.

       fd  advbtran-file
           label records are standard.
           copy advbmtr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  advbmrpt-file
           label records are standard.
       01  advbmrpt-line               pic x(80).

       working-storage section.

       01  advbtran-file-status       pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  advbmrpt-file-status       pic x(02).

       01  run-switches.
           05  advbtran-eof-switch     pic x(01)    value "N".
               88  advbtran-eof                      value "Y".
           05  transaction-switch      pic x(01)    value "Y".
               88  transaction-valid                  value "Y".
               88  transaction-invalid                value "N".
           05  master-file-switch      pic x(01)    value "N".
               88  master-file-present                value "Y".
               88  master-file-absent                 value "N".
           05  acctmstr-eof-switch     pic x(01)    value "N".
               88  acctmstr-eof                       value "Y".
           05  table-scan-done-switch  pic x(01)    value "N".
               88  table-scan-done                    value "Y".
           05  where-used-list-switch  pic x(01)    value "N".
               88  where-used-listing                 value "Y".

       01  maint-totals.
           05  mt-trans-read           pic 9(06)    value zero.
           05  mt-trans-applied        pic 9(06)    value zero.
           05  mt-trans-rejected       pic 9(06)    value zero.

       01  maint-reject-reason         pic x(50).

       01  where-used-fields.
           05  wu-accounts-listed      pic 9(06).
           05  wu-advisors-found       pic 9(06).

       01  entry-type-text             pic x(07).

       01  edited-trans-read           pic zzz,zz9.
       01  edited-trans-applied        pic zzz,zz9.
       01  edited-trans-rejected       pic zzz,zz9.

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
               value "ADVBMNT ADVISOR/BRANCH TABLE".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(08) value "Action".
           05  filler                  pic x(09) value "Type".
           05  filler                  pic x(06) value "Code".
           05  filler                  pic x(32) value "Name".
           05  filler                  pic x(10) value "Result".
           05  filler                  pic x(15) value spaces.

       procedure division.

      *  This is the batch driver for the program. It opens the
      *  ADVBTRAN transaction file, reads it one record at a time,
      *  and performs 060-apply-transaction once for every record on
      *  the file. When the file is exhausted it prints the control
      *  totals, closes up, and ends the run.
       000-maintain-advisor-branch.
           display "Maintaining Advisor/Branch Table".
           accept rpt-run-date from date yyyymmdd.
           open input advbtran-file.
           if advbtran-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBTRAN OPEN FAILED, FILE STATUS "
                   advbtran-file-status
               move 16 to return-code
               stop run
           end-if
           open output advbmrpt-file.
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT OPEN FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-initialize-reference-table.
           perform 006-open-account-master.
           perform 020-initialize-report.
           perform 010-read-advbtran-record.
           perform 060-apply-transaction
               until advbtran-eof.
           perform 800-write-maint-trailer.
           close advbtran-file.
           close advbrtbl-file.
           if master-file-present
               close acctmstr-file
           end-if
           close advbmrpt-file.
           display "End of Advisor/Branch Maintenance".
           stop run.

      *  Opens advbrtbl-file, creating an empty indexed file the
      *  first time the program is ever run against a site that has
      *  not yet built the reference table, the same way RATEMNT
      *  does for the rate table.
       005-initialize-reference-table.
           open i-o advbrtbl-file.
           if advbrtbl-file-status = "35"
               open output advbrtbl-file
               close advbrtbl-file
               open i-o advbrtbl-file
               if advbrtbl-file-status not = "00"
                   display
                "ADVBMNT ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
               if advbrtbl-file-status not = "00"
                   display
                "ADVBMNT ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Opens acctmstr-file read-only for the where-used scans. A
      *  site with no client master yet simply has no accounts to
      *  list or protect - the maintenance itself still applies.
       006-open-account-master.
           open input acctmstr-file.
           if acctmstr-file-status = "35"
               move "N" to master-file-switch
           else
               if acctmstr-file-status not = "00"
                   display
                "ADVBMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to master-file-switch
               end-if
           end-if.

      *  Builds the edited run date for the report header and prints
      *  the first page heading before any detail lines go to
      *  advbmrpt-file.
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
           write advbmrpt-line from rpt-heading-1.
           write advbmrpt-line from spaces.
           write advbmrpt-line from rpt-heading-2.
           write advbmrpt-line from spaces.
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT WRITE FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Reads the next maintenance transaction from advbtran-file
      *  and edits it. At end of file advbtran-eof-switch is set so
      *  the driver loop stops.
       010-read-advbtran-record.
           read advbtran-file
               at end
                   move "Y" to advbtran-eof-switch
               not at end
                   add 1 to mt-trans-read
                   perform 050-edit-transaction
           end-read.

      *  Validates the transaction just read before it is allowed to
      *  touch advbrtbl-file. The action code must be add, change,
      *  or delete, the entry type advisor or branch, and the code
      *  present. An add must carry a name, and an advisor add a
      *  home branch while a branch add must carry its region. A
      *  status, when keyed, must be active or terminated. The first
      *  condition that fails sets transaction-switch to "N" and
      *  records the reason so 150-write-maint-line can report it.
       050-edit-transaction.
           move "Y" to transaction-switch.
           if not bm-action-add
               and not bm-action-change
               and not bm-action-delete
               move "N" to transaction-switch
               move "Action code must be A, C, or D"
                   to maint-reject-reason
           else
           if not bm-advisor-entry
               and not bm-branch-entry
               move "N" to transaction-switch
               move "Entry type must be A (advisor) or B (branch)"
                   to maint-reject-reason
           else
           if bm-entry-code = spaces
               move "N" to transaction-switch
               move "Advisor or branch code is required"
                   to maint-reject-reason
           else
           if bm-advisor-status not = space
               and not bm-advisor-active
               and not bm-advisor-terminated
               move "N" to transaction-switch
               move "Advisor status must be A or T"
                   to maint-reject-reason
           else
               if bm-action-add
                   perform 052-edit-add-values
               end-if
           end-if
           end-if
           end-if
           end-if.

      *  Edits the fields an add must carry. A new entry needs a
      *  name; an advisor needs a home branch and a branch needs the
      *  region it reports under.
       052-edit-add-values.
           if bm-entry-name = spaces
               move "N" to transaction-switch
               move "Name is required on an add"
                   to maint-reject-reason
           else
               if bm-advisor-entry
                   and bm-home-branch = spaces
                   move "N" to transaction-switch
                   move "Home branch is required on an advisor add"
                       to maint-reject-reason
               else
                   if bm-branch-entry
                       and bm-region-code = spaces
                       move "N" to transaction-switch
                       move "Region is required on a branch add"
                           to maint-reject-reason
                   end-if
               end-if
           end-if.

      *  Routes one edited transaction to the add, change, or delete
      *  paragraph. An applied change gets the accounts carrying the
      *  code listed; either way the report line is written and the
      *  next transaction read so the driver loop can pick it up.
       060-apply-transaction.
           if transaction-valid
               if bm-action-add
                   perform 100-add-table-entry
               else
                   if bm-action-change
                       perform 110-change-table-entry
                   else
                       perform 120-delete-table-entry
                   end-if
               end-if
           end-if
           perform 150-write-maint-line.
           if transaction-valid
               if bm-action-change
                   perform 160-print-where-used
               end-if
               add 1 to mt-trans-applied
           else
               add 1 to mt-trans-rejected
           end-if
           perform 010-read-advbtran-record.

      *  Builds a new advbrtbl-record from the transaction and writes
      *  it. An advisor's home branch must already be on the table,
      *  and an entry already on file rejects the transaction instead
      *  of overlaying it. A new advisor with no status keyed starts
      *  out active.
       100-add-table-entry.
           if bm-advisor-entry
               perform 130-verify-home-branch
           end-if
           if transaction-valid
               move spaces             to advbrtbl-record
               move bm-entry-type      to ab-entry-type
               move bm-entry-code      to ab-entry-code
               move bm-entry-name      to ab-entry-name
               if bm-advisor-entry
                   move bm-home-branch to ab-home-branch
                   if bm-advisor-status = space
                       move "A" to ab-advisor-status
                   else
                       move bm-advisor-status to ab-advisor-status
                   end-if
               else
                   move bm-region-code to ab-region-code
               end-if
               write advbrtbl-record
                   invalid key
                       move "N" to transaction-switch
                       move "Entry already on ADVBRTBL"
                           to maint-reject-reason
               end-write
               if transaction-valid
                   and advbrtbl-file-status not = "00"
                   display
                "ADVBMNT ABEND - ADVBRTBL WRITE FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Reads the existing entry and replaces only the fields the
      *  transaction carries: the name, and for an advisor the home
      *  branch and status, for a branch the region. A new home
      *  branch is verified against the table before the entry is
      *  read, since the verify read shares the record area.
       110-change-table-entry.
           if bm-advisor-entry
               and bm-home-branch not = spaces
               perform 130-verify-home-branch
           end-if
           if transaction-valid
               move bm-entry-type to ab-entry-type
               move bm-entry-code to ab-entry-code
               read advbrtbl-file
                   key is ab-table-key
                   invalid key
                       move "N" to transaction-switch
                       move "Entry not found on ADVBRTBL"
                           to maint-reject-reason
               end-read
           end-if
           if transaction-valid
               if bm-entry-name not = spaces
                   move bm-entry-name to ab-entry-name
               end-if
               if bm-advisor-entry
                   if bm-home-branch not = spaces
                       move bm-home-branch to ab-home-branch
                   end-if
                   if bm-advisor-status not = space
                       move bm-advisor-status to ab-advisor-status
                   end-if
               else
                   if bm-region-code not = spaces
                       move bm-region-code to ab-region-code
                   end-if
               end-if
               rewrite advbrtbl-record
               if advbrtbl-file-status not = "00"
                   display
                "ADVBMNT ABEND - ADVBRTBL WRITE FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Deletes an entry nothing points at any more. Accounts still
      *  carrying an advisor code reject the delete - the advisor is
      *  terminated with a status change instead so history keeps its
      *  name - and a branch stays while any advisor calls it home or
      *  any account carries it.
       120-delete-table-entry.
           move "N" to where-used-list-switch.
           perform 170-count-accounts-carrying.
           if wu-accounts-listed > zero
               move "N" to transaction-switch
               move "Accounts still carry this code on ACCTMSTR"
                   to maint-reject-reason
           else
               if bm-branch-entry
                   perform 180-count-home-advisors
                   if wu-advisors-found > zero
                       move "N" to transaction-switch
                       move "Advisors still call this branch home"
                           to maint-reject-reason
                   end-if
               end-if
           end-if
           if transaction-valid
               move bm-entry-type to ab-entry-type
               move bm-entry-code to ab-entry-code
               delete advbrtbl-file
                   invalid key
                       move "N" to transaction-switch
                       move "Entry not found on ADVBRTBL"
                           to maint-reject-reason
               end-delete
               if transaction-valid
                   and advbrtbl-file-status not = "00"
                   display
                "ADVBMNT ABEND - ADVBRTBL DELETE FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Confirms the advisor's home branch is on the table as a
      *  branch entry before the advisor is added or moved to it.
       130-verify-home-branch.
           move "B" to ab-entry-type.
           move bm-home-branch to ab-entry-code.
           read advbrtbl-file
               key is ab-table-key
               invalid key
                   move "N" to transaction-switch
                   move "Home branch not found on ADVBRTBL"
                       to maint-reject-reason
           end-read.

      *  Writes one report line showing the transaction's action,
      *  entry type, code, name, and whether it was applied or
      *  rejected, with the reject reason on a second line when
      *  there is one.
       150-write-maint-line.
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           if bm-advisor-entry
               move "ADVISOR" to entry-type-text
           else
               move "BRANCH" to entry-type-text
           end-if
           move spaces to advbmrpt-line.
           if transaction-valid
               string "  " bm-action-code delimited by size
                   "     " entry-type-text delimited by size
                   "  " bm-entry-code delimited by size
                   "   " bm-entry-name delimited by size
                   "  APPLIED" delimited by size
                   into advbmrpt-line
               end-string
               write advbmrpt-line
               add 1 to rpt-line-count
           else
               string "  " bm-action-code delimited by size
                   "     " entry-type-text delimited by size
                   "  " bm-entry-code delimited by size
                   "   " bm-entry-name delimited by size
                   "  REJECTED" delimited by size
                   into advbmrpt-line
               end-string
               write advbmrpt-line
               move spaces to advbmrpt-line
               string "           Reason: " maint-reject-reason
                   delimited by size
                   into advbmrpt-line
               end-string
               write advbmrpt-line
               add 2 to rpt-line-count
           end-if
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT WRITE FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Prints the where-used block for an applied change: one line
      *  per ACCTMSTR account carrying the code just maintained, so a
      *  terminated advisor's remaining book or a renamed branch's
      *  accounts are listed next to the change itself.
       160-print-where-used.
           move "Y" to where-used-list-switch.
           perform 170-count-accounts-carrying.
           if wu-accounts-listed = zero
               if rpt-line-count + 1 > rpt-lines-per-page
                   perform 030-print-report-headers
               end-if
               move spaces to advbmrpt-line
               string "           No accounts carry this code"
                   delimited by size
                   into advbmrpt-line
               end-string
               write advbmrpt-line
               add 1 to rpt-line-count
           end-if
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT WRITE FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Scans the whole client master for accounts carrying the code
      *  in the transaction, counting them in wu-accounts-listed and
      *  listing each one when where-used-listing is on.
       170-count-accounts-carrying.
           move zero to wu-accounts-listed.
           if master-file-present
               move "N" to acctmstr-eof-switch
               move low-values to am-account-number
               start acctmstr-file
                   key is not less than am-account-number
                   invalid key
                       move "Y" to acctmstr-eof-switch
               end-start
               perform 175-scan-one-account
                   until acctmstr-eof
           end-if.

      *  Examines one master record for the where-used scan and
      *  counts it when it carries the code as its advisor or branch.
       175-scan-one-account.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   if (bm-advisor-entry
                           and am-advisor-code = bm-entry-code)
                       or (bm-branch-entry
                           and am-branch-code = bm-entry-code)
                       add 1 to wu-accounts-listed
                       if where-used-listing
                           perform 178-write-where-used-line
                       end-if
                   end-if
           end-read.

      *  Writes one where-used line naming an account that carries
      *  the maintained code.
       178-write-where-used-line.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to advbmrpt-line.
           string "           Account " am-account-number
               delimited by size
               "  " am-owner-name delimited by size
               into advbmrpt-line
           end-string
           write advbmrpt-line.
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT WRITE FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Scans the advisor entries on the table for any that call
      *  the branch being deleted home. Advisor keys all sort ahead
      *  of branch keys, so the scan starts at the first entry and
      *  stops at the first branch entry.
       180-count-home-advisors.
           move zero to wu-advisors-found.
           move "N" to table-scan-done-switch.
           move low-values to ab-table-key.
           start advbrtbl-file
               key is not less than ab-table-key
               invalid key
                   move "Y" to table-scan-done-switch
           end-start
           perform 185-scan-one-advisor
               until table-scan-done.

      *  Examines the next table entry for the home-branch scan.
       185-scan-one-advisor.
           read advbrtbl-file next record
               at end
                   move "Y" to table-scan-done-switch
               not at end
                   if not ab-advisor-entry
                       move "Y" to table-scan-done-switch
                   else
                       if ab-home-branch = bm-entry-code
                           add 1 to wu-advisors-found
                       end-if
                   end-if
           end-read.

      *  Writes the end-of-run control totals to advbmrpt-file so
      *  the report shows how many transactions were read, applied,
      *  and rejected.
       800-write-maint-trailer.
           move mt-trans-read     to edited-trans-read.
           move mt-trans-applied  to edited-trans-applied.
           move mt-trans-rejected to edited-trans-rejected.
           write advbmrpt-line from spaces.
           move "***** MAINTENANCE CONTROL TOTALS *****"
               to advbmrpt-line.
           write advbmrpt-line.
           move spaces to advbmrpt-line.
           string "Transactions Read      : " delimited by size
               edited-trans-read delimited by size
               into advbmrpt-line
           end-string
           write advbmrpt-line.
           move spaces to advbmrpt-line.
           string "Transactions Applied   : " delimited by size
               edited-trans-applied delimited by size
               into advbmrpt-line
           end-string
           write advbmrpt-line.
           move spaces to advbmrpt-line.
           string "Transactions Rejected  : " delimited by size
               edited-trans-rejected delimited by size
               into advbmrpt-line
           end-string
           write advbmrpt-line.
           if advbmrpt-file-status not = "00"
               display
                 "ADVBMNT ABEND - ADVBMRPT WRITE FAILED, FILE STATUS "
                   advbmrpt-file-status
               move 16 to return-code
               stop run
           end-if.
