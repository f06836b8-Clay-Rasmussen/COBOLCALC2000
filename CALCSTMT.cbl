      *                  columns existed carry spaces there; those
      *                  now read as zero instead of reaching the
      *                  statement arithmetic.
      *  10.15.2026  CR  The statement now names the client's advisor
      *                  and branch beneath the account number, from
      *                  the codes on ACCTMSTR looked up on the new
      *                  ADVBRTBL advisor/branch reference table.
      *  10.15.2026  CR  The statement now shows the gross future
      *                  value, the total advisory fees projected
      *                  over the horizon, and the net future value
      *                  the client will actually have. History
      *                  records from before fees were deducted
      *                  carry spaces there and print as gross
      *                  equal to net with no fees.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.
      *  10.15.2026  CR  An account that belongs to a household on
      *                  ACCTMSTR no longer gets a statement of its
      *                  own; its results are mailed on the
      *                  household's consolidated statement from the
      *                  new CALCHHS program instead, and the
      *                  accounts passed over are counted.

       environment division.

               record key is am-account-number
               file status is acctmstr-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select stmtfile-file assign to "STMTFILE"
               organization is line sequential
               file status is stmtfile-file-status.
           label records are standard.
           copy acctmr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  stmtfile-file
           label records are standard.
       01  stmtfile-line               pic x(80).
       01  calchist-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  stmtfile-file-status       pic x(02).
       01  advbrtbl-file-status       pic x(02).

       01  run-switches.
           05  calchist-eof-switch     pic x(01)    value "N".
           05  owner-lookup-switch     pic x(01)    value "Y".
               88  owner-found                        value "Y".
               88  owner-not-found                    value "N".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".

       01  statement-totals.
           05  st-statements-printed   pic 9(06)    value zero.
           05  st-accounts-missing     pic 9(06)    value zero.
           05  st-household-members    pic 9(06)    value zero.

       01  stmt-page-control.
           05  stmt-line-count         pic 9(04)    value zero.
                   15  hr-segment-rate pic 99v9.
           05  hr-future-value         pic 9(11)v99.
           05  hr-real-future-value    pic 9(11)v99.
           05  hr-gross-future-value   pic 9(11)v99.
           05  hr-total-fees           pic 9(11)v99.
           05  hr-prior-run-date       pic x(08).

       01  date-work.
       01  edited-real-value           pic zz,zzz,zzz,zz9.99.

       01  compounding-text            pic x(09).
       01  stmt-advisor-name           pic x(30).
       01  stmt-branch-name            pic x(30).
       01  stmt-lookup-name            pic x(30).

       01  stmt-heading-1.
           05  filler                  pic x(22) value spaces.
               display
                 "CALCSTMT ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if
           open input acctmstr-file.
               display
                 "CALCSTMT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open output stmtfile-file.
               display
                 "CALCSTMT ABEND - STMTFILE OPEN FAILED, FILE STATUS "
                   stmtfile-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-open-reference-table.
           perform 010-read-history-record.
           perform 100-work-history-record
               until calchist-eof.
           end-if
           display "Statements Printed : " st-statements-printed.
           display "Accounts Missing   : " st-accounts-missing.
           display "Household Members  : " st-household-members.
           close calchist-file.
           close acctmstr-file.
           close stmtfile-file.
           if reference-table-present
               close advbrtbl-file
           end-if
           display "End of Statements".
           stop run.

      *  Opens the ADVBRTBL advisor/branch reference table for the
      *  name lookups. Without the table the statement falls back to
      *  printing the codes themselves.
       005-open-reference-table.
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "CALCSTMT ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if.

      *  Reads the next history record in key order. At end of file
      *  calchist-eof-switch is set so the driver loop stops.
       010-read-history-record.
               display
                 "CALCSTMT ABEND - CALCHIST READ FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if.

           move hs-rate-segments        to hr-rate-segments.
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
           move hs-prior-run-date       to hr-prior-run-date.
           move "Y" to result-held-switch.
           perform 010-read-history-record.
      *  inputs used, the nominal and inflation-adjusted future
      *  values, and the prior projection date. An account no longer
      *  on the master has no owner to address, so it is counted and
      *  skipped instead of printing a nameless statement. An
      *  account in a household is counted and skipped as well -
      *  CALCHHS mails its results on the household's consolidated
      *  statement.
       200-print-statement.
           perform 210-lookup-owner.
           if owner-found
               if am-household-id not = spaces
                   add 1 to st-household-members
               else
                   move zero to stmt-line-count
                   perform 220-print-statement-heading
                   perform 230-print-statement-body
                   perform 240-pad-statement-page
                   add 1 to st-statements-printed
               end-if
           else
               add 1 to st-accounts-missing
           end-if.
               invalid key
                   move "N" to owner-lookup-switch
           end-read.
           if owner-found
               perform 215-lookup-advisor-branch
           end-if.

      *  Looks up the names of the advisor and branch now servicing
      *  the account from the codes on its master record.
       215-lookup-advisor-branch.
           move "A" to ab-entry-type.
           move am-advisor-code to ab-entry-code.
           perform 217-lookup-reference-name.
           move stmt-lookup-name to stmt-advisor-name.
           move "B" to ab-entry-type.
           move am-branch-code to ab-entry-code.
           perform 217-lookup-reference-name.
           move stmt-lookup-name to stmt-branch-name.

      *  Returns the name for the key built in ab-table-key in
      *  stmt-lookup-name. A blank code prints as NOT ASSIGNED and a
      *  code missing from the table prints as the code itself, so
      *  the client never sees a blank where a name belongs.
       217-lookup-reference-name.
           if ab-entry-code = spaces
               move "NOT ASSIGNED" to stmt-lookup-name
           else
               move ab-entry-code to stmt-lookup-name
               if reference-table-present
                   read advbrtbl-file
                       key is ab-table-key
                       not invalid key
                           move ab-entry-name to stmt-lookup-name
                   end-read
               end-if
           end-if.

      *  Prints the statement page heading: the letterhead line and
      *  the statement date, which is the run date of the result
               display
                 "CALCSTMT ABEND - STMTFILE WRITE FAILED, FILE STATUS "
                   stmtfile-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to stmt-line-count.
               into stmtfile-line
           end-string
           write stmtfile-line.
           move spaces to stmtfile-line.
           string "Advisor: " stmt-advisor-name delimited by size
               into stmtfile-line
           end-string
           write stmtfile-line.
           move spaces to stmtfile-line.
           string "Branch : " stmt-branch-name delimited by size
               into stmtfile-line
           end-string
           write stmtfile-line.
           write stmtfile-line from spaces.
           move "Projection Inputs" to stmtfile-line.
           write stmtfile-line.
           write stmtfile-line from spaces.
           move "This Projection" to stmtfile-line.
           write stmtfile-line.
           move hr-gross-future-value to edited-future-value.
           move spaces to stmtfile-line.
           string "  Gross Future Value    : " delimited by size
               edited-future-value delimited by size
               into stmtfile-line
           end-string
           write stmtfile-line.
           move hr-total-fees to edited-future-value.
           move spaces to stmtfile-line.
           string "  Total Advisory Fees   : " delimited by size
               edited-future-value delimited by size
               into stmtfile-line
           end-string
           write stmtfile-line.
           move hr-future-value to edited-future-value.
           move spaces to stmtfile-line.
           string "  Net Future Value      : " delimited by size
               edited-future-value delimited by size
               into stmtfile-line
           end-string
               display
                 "CALCSTMT ABEND - STMTFILE WRITE FAILED, FILE STATUS "
                   stmtfile-file-status
               move 16 to return-code
               stop run
           end-if
           add 21 to stmt-line-count.

      *  Prints one stepped rate segment's line beneath the yearly
      *  rate when the history record carries one - a projection run
