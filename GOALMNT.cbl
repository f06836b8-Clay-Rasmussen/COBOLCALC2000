       identification division.

       program-id. goalmnt.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program maintains the GOALMSTR client
      *  goal file, the way RATEMNT maintains the rate table. It
      *  reads add/change/delete transactions from the GOALTRAN
      *  file, applies each one to GOALMSTR by account-number plus
      *  goal code, and prints an applied/rejected maintenance
      *  report to GOALMRPT. A goal can only be added for an account
      *  that is on ACCTMSTR, must carry a target amount, and must
      *  carry a target date after the run date, so GOALMON never
      *  has to guess at what a client is saving toward. Every abend
      *  ends the run with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select goaltran-file assign to "GOALTRAN"
               organization is line sequential
               file status is goaltran-file-status.

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

           select goalmrpt-file assign to "GOALMRPT"
               organization is line sequential
               file status is goalmrpt-file-status.

       data division.

       file section.

       fd  goaltran-file
           label records are standard.
           copy goalmtr.

       fd  goalmstr-file
           label records are standard.
           copy goalmr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  goalmrpt-file
           label records are standard.
       01  goalmrpt-line               pic x(80).

       working-storage section.

       01  goaltran-file-status       pic x(02).
       01  goalmstr-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  goalmrpt-file-status       pic x(02).

       01  run-switches.
           05  goaltran-eof-switch     pic x(01)    value "N".
               88  goaltran-eof                      value "Y".
           05  transaction-switch      pic x(01)    value "Y".
               88  transaction-valid                  value "Y".
               88  transaction-invalid                value "N".
           05  master-file-switch      pic x(01)    value "N".
               88  master-file-present                value "Y".
               88  master-file-absent                 value "N".

       01  maint-totals.
           05  mt-trans-read           pic 9(06)    value zero.
           05  mt-trans-applied        pic 9(06)    value zero.
           05  mt-trans-rejected       pic 9(06)    value zero.

       01  maint-reject-reason         pic x(50).

       01  edited-trans-read           pic zzz,zz9.
       01  edited-trans-applied        pic zzz,zz9.
       01  edited-trans-rejected       pic zzz,zz9.
       01  edited-target-amount        pic zz,zzz,zzz,zz9.

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
               value "GOALMNT CLIENT GOAL REPORT".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(08) value "Action".
           05  filler                  pic x(12) value "Account".
           05  filler                  pic x(06) value "Goal".
           05  filler                  pic x(10) value "Result".
           05  filler                  pic x(16) value "Target Amount".
           05  filler                  pic x(28) value "Target Date".

       procedure division.

      *  This is the batch driver for the program. It opens the
      *  GOALTRAN transaction file, reads it one record at a time,
      *  and performs 060-apply-transaction once for every record on
      *  the file. When the file is exhausted it prints the control
      *  totals, closes up, and ends the run.
       000-maintain-goal-file.
           display "Maintaining Client Goals".
           accept rpt-run-date from date yyyymmdd.
           open input goaltran-file.
           if goaltran-file-status not = "00"
               display
                 "GOALMNT ABEND - GOALTRAN OPEN FAILED, FILE STATUS "
                   goaltran-file-status
               move 16 to return-code
               stop run
           end-if
           open output goalmrpt-file.
           if goalmrpt-file-status not = "00"
               display
                 "GOALMNT ABEND - GOALMRPT OPEN FAILED, FILE STATUS "
                   goalmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-initialize-goal-master.
           perform 006-open-account-master.
           perform 020-initialize-report.
           perform 010-read-goaltran-record.
           perform 060-apply-transaction
               until goaltran-eof.
           perform 800-write-maint-trailer.
           close goaltran-file.
           close goalmstr-file.
           if master-file-present
               close acctmstr-file
           end-if
           close goalmrpt-file.
           display "End of Client Goal Maintenance".
           stop run.

      *  Opens goalmstr-file, creating an empty indexed file the
      *  first time the program is ever run against a site that has
      *  not yet recorded any goals, the same way RATEMNT does for
      *  the rate table.
       005-initialize-goal-master.
           open i-o goalmstr-file.
           if goalmstr-file-status = "35"
               open output goalmstr-file
               close goalmstr-file
               open i-o goalmstr-file
               if goalmstr-file-status not = "00"
                   display
                "GOALMNT ABEND - GOALMSTR OPEN FAILED, FILE STATUS "
                       goalmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
               if goalmstr-file-status not = "00"
                   display
                "GOALMNT ABEND - GOALMSTR OPEN FAILED, FILE STATUS "
                       goalmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Opens acctmstr-file read-only so an added goal can be
      *  checked against the client master. A site with no client
      *  master yet has no accounts to set goals for, so every add
      *  is rejected; changes and deletes still apply.
       006-open-account-master.
           open input acctmstr-file.
           if acctmstr-file-status = "35"
               move "N" to master-file-switch
           else
               if acctmstr-file-status not = "00"
                   display
                "GOALMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to master-file-switch
               end-if
           end-if.

      *  Builds the edited run date for the report header and prints
      *  the first page heading before any detail lines go to
      *  goalmrpt-file.
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
           write goalmrpt-line from rpt-heading-1.
           write goalmrpt-line from spaces.
           write goalmrpt-line from rpt-heading-2.
           write goalmrpt-line from spaces.
           if goalmrpt-file-status not = "00"
               display
                 "GOALMNT ABEND - GOALMRPT WRITE FAILED, FILE STATUS "
                   goalmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Reads the next maintenance transaction from goaltran-file
      *  and edits it. At end of file goaltran-eof-switch is set so
      *  the driver loop stops.
       010-read-goaltran-record.
           read goaltran-file
               at end
                   move "Y" to goaltran-eof-switch
               not at end
                   add 1 to mt-trans-read
                   perform 050-edit-transaction
           end-read.

      *  Validates the transaction just read before it is allowed to
      *  touch goalmstr-file. The action code must be add, change,
      *  or delete, and the account number and goal code must be
      *  present. An add must then pass 052-edit-add-values and a
      *  change 054-edit-change-values. The first condition that
      *  fails sets transaction-switch to "N" and records the reason
      *  so 150-write-maint-line can report it.
       050-edit-transaction.
           move "Y" to transaction-switch.
           if not gm-action-add
               and not gm-action-change
               and not gm-action-delete
               move "N" to transaction-switch
               move "Action code must be A, C, or D"
                   to maint-reject-reason
           else
           if gm-account-number = spaces
               move "N" to transaction-switch
               move "Account number is required"
                   to maint-reject-reason
           else
           if gm-goal-code = spaces
               move "N" to transaction-switch
               move "Goal code is required"
                   to maint-reject-reason
           else
               if gm-action-add
                   perform 052-edit-add-values
               else
                   if gm-action-change
                       perform 054-edit-change-values
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *  Edits the values an add must carry: a target amount above
      *  zero and a numeric target date after the run date, for an
      *  account that is on the client master.
       052-edit-add-values.
           if gm-target-amount is not numeric
               or gm-target-amount not > zero
               move "N" to transaction-switch
               move "Target amount must be numeric and above zero"
                   to maint-reject-reason
           else
           if gm-target-date is not numeric
               move "N" to transaction-switch
               move "Target date must be numeric yyyymmdd"
                   to maint-reject-reason
           else
           if gm-target-date not > rpt-run-date
               move "N" to transaction-switch
               move "Target date must be after the run date"
                   to maint-reject-reason
           else
               perform 056-verify-account-on-master
           end-if
           end-if
           end-if.

      *  Edits the values a change carries. A blank field leaves the
      *  goal's current value alone; a field that is keyed must pass
      *  the same edit an add applies to it.
       054-edit-change-values.
           if gm-target-amount not = spaces
               and (gm-target-amount is not numeric
                   or gm-target-amount not > zero)
               move "N" to transaction-switch
               move "Target amount must be numeric and above zero"
                   to maint-reject-reason
           else
           if gm-target-date not = spaces
               and gm-target-date is not numeric
               move "N" to transaction-switch
               move "Target date must be numeric yyyymmdd"
                   to maint-reject-reason
           else
           if gm-target-date not = spaces
               and gm-target-date not > rpt-run-date
               move "N" to transaction-switch
               move "Target date must be after the run date"
                   to maint-reject-reason
           end-if
           end-if
           end-if.

      *  Confirms the account a goal is being added for is on the
      *  client master.
       056-verify-account-on-master.
           if master-file-absent
               move "N" to transaction-switch
               move "Account not found on ACCTMSTR"
                   to maint-reject-reason
           else
               move gm-account-number to am-account-number
               read acctmstr-file
                   key is am-account-number
                   invalid key
                       move "N" to transaction-switch
                       move "Account not found on ACCTMSTR"
                           to maint-reject-reason
               end-read
           end-if.

      *  Routes one edited transaction to the add, change, or delete
      *  paragraph. Either way the report line is written and the
      *  next transaction read so the driver loop can pick it up.
       060-apply-transaction.
           if transaction-valid
               if gm-action-add
                   perform 100-add-goal-entry
               else
                   if gm-action-change
                       perform 110-change-goal-entry
                   else
                       perform 120-delete-goal-entry
                   end-if
               end-if
           end-if
           perform 150-write-maint-line.
           if transaction-valid
               add 1 to mt-trans-applied
           else
               add 1 to mt-trans-rejected
           end-if
           perform 010-read-goaltran-record.

      *  Builds a new goalmstr-record from the transaction and
      *  writes it, stamped with the run date it was added on. A
      *  goal code already on file for the account rejects the
      *  transaction instead of overlaying the existing goal.
       100-add-goal-entry.
           move spaces              to goalmstr-record.
           move gm-account-number   to gl-account-number.
           move gm-goal-code        to gl-goal-code.
           move gm-goal-description to gl-goal-description.
           move gm-target-amount    to gl-target-amount.
           move gm-target-date      to gl-target-date.
           move rpt-run-date        to gl-date-added.
           write goalmstr-record
               invalid key
                   move "N" to transaction-switch
                   move "Goal code already on GOALMSTR for account"
                       to maint-reject-reason
           end-write
           if transaction-valid
               and goalmstr-file-status not = "00"
               display
                "GOALMNT ABEND - GOALMSTR WRITE FAILED, FILE STATUS "
                   goalmstr-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Reads the existing goal and replaces each value the
      *  transaction carries. A goal that is not on file rejects the
      *  transaction.
       110-change-goal-entry.
           move gm-account-number to gl-account-number.
           move gm-goal-code      to gl-goal-code.
           read goalmstr-file
               key is gl-goal-key
               invalid key
                   move "N" to transaction-switch
                   move "Goal not found on GOALMSTR"
                       to maint-reject-reason
           end-read
           if transaction-valid
               if gm-goal-description not = spaces
                   move gm-goal-description to gl-goal-description
               end-if
               if gm-target-amount not = spaces
                   move gm-target-amount to gl-target-amount
               end-if
               if gm-target-date not = spaces
                   move gm-target-date to gl-target-date
               end-if
               rewrite goalmstr-record
               if goalmstr-file-status not = "00"
                   display
                "GOALMNT ABEND - GOALMSTR WRITE FAILED, FILE STATUS "
                       goalmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Deletes a goal the client has met or abandoned. A goal that
      *  is not on file rejects the transaction.
       120-delete-goal-entry.
           move gm-account-number to gl-account-number.
           move gm-goal-code      to gl-goal-code.
           delete goalmstr-file
               invalid key
                   move "N" to transaction-switch
                   move "Goal not found on GOALMSTR"
                       to maint-reject-reason
           end-delete
           if transaction-valid
               and goalmstr-file-status not = "00"
               display
                "GOALMNT ABEND - GOALMSTR DELETE FAILED, FILE STATUS "
                   goalmstr-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes one report line showing the transaction's action,
      *  account, goal code, and whether it was applied or
      *  rejected. An applied add or change also shows the goal's
      *  target as it now stands; a rejected transaction shows its
      *  reason on a second line.
       150-write-maint-line.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to goalmrpt-line.
           if transaction-valid
               if gm-action-delete
                   string "  " gm-action-code delimited by size
                       "     " gm-account-number delimited by size
                       "  " gm-goal-code delimited by size
                       "  APPLIED" delimited by size
                       into goalmrpt-line
                   end-string
               else
                   move gl-target-amount to edited-target-amount
                   string "  " gm-action-code delimited by size
                       "     " gm-account-number delimited by size
                       "  " gm-goal-code delimited by size
                       "  APPLIED   " delimited by size
                       edited-target-amount delimited by size
                       "  " gl-target-date delimited by size
                       into goalmrpt-line
                   end-string
               end-if
               write goalmrpt-line
               add 1 to rpt-line-count
           else
               string "  " gm-action-code delimited by size
                   "     " gm-account-number delimited by size
                   "  " gm-goal-code delimited by size
                   "  REJECTED" delimited by size
                   into goalmrpt-line
               end-string
               write goalmrpt-line
               move spaces to goalmrpt-line
               string "           Reason: " maint-reject-reason
                   delimited by size
                   into goalmrpt-line
               end-string
               write goalmrpt-line
               add 2 to rpt-line-count
           end-if
           if goalmrpt-file-status not = "00"
               display
                 "GOALMNT ABEND - GOALMRPT WRITE FAILED, FILE STATUS "
                   goalmrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes the end-of-run control totals to goalmrpt-file so
      *  the report shows how many transactions were read, applied,
      *  and rejected.
       800-write-maint-trailer.
           move mt-trans-read     to edited-trans-read.
           move mt-trans-applied  to edited-trans-applied.
           move mt-trans-rejected to edited-trans-rejected.
           write goalmrpt-line from spaces.
           move "***** MAINTENANCE CONTROL TOTALS *****"
               to goalmrpt-line.
           write goalmrpt-line.
           move spaces to goalmrpt-line.
           string "Transactions Read      : " delimited by size
               edited-trans-read delimited by size
               into goalmrpt-line
           end-string
           write goalmrpt-line.
           move spaces to goalmrpt-line.
           string "Transactions Applied   : " delimited by size
               edited-trans-applied delimited by size
               into goalmrpt-line
           end-string
           write goalmrpt-line.
           move spaces to goalmrpt-line.
           string "Transactions Rejected  : " delimited by size
               edited-trans-rejected delimited by size
               into goalmrpt-line
           end-string
           write goalmrpt-line.
           if goalmrpt-file-status not = "00"
               display
                 "GOALMNT ABEND - GOALMRPT WRITE FAILED, FILE STATUS "
                   goalmrpt-file-status
               move 16 to return-code
               stop run
           end-if.
