      *  is visible before the next CALC2000 run.
      *
      *  Modifications:
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.
      *  10.15.2026  CR  A night with no RATETRAN file staged is now
      *                  an empty run - the report prints with zero
      *                  control totals and the run ends normally -
      *                  instead of an abend that holds the rest of
      *                  the CALCJOB job stream.

       environment division.

       01  run-switches.
           05  ratetran-eof-switch     pic x(01)    value "N".
               88  ratetran-eof                      value "Y".
           05  transaction-file-switch pic x(01)    value "Y".
               88  transaction-file-present           value "Y".
           05  transaction-switch      pic x(01)    value "Y".
               88  transaction-valid                  value "Y".
               88  transaction-invalid                value "N".
      *  RATETRAN transaction file, reads it one record at a time,
      *  and performs 060-apply-transaction once for every record on
      *  the file. When the file is exhausted it prints the control
      *  totals, closes up, and ends the run. A night with no
      *  RATETRAN file staged has nothing to apply and prints the
      *  report with zero totals.
       000-maintain-rate-table.
           display "Maintaining Rate Table".
           accept rpt-run-date from date yyyymmdd.
           open input ratetran-file.
           if ratetran-file-status = "35"
               display "RATEMNT - NO RATETRAN TRANSACTIONS TO APPLY"
               move "N" to transaction-file-switch
               move "Y" to ratetran-eof-switch
           else
               if ratetran-file-status not = "00"
                   display
                "RATEMNT ABEND - RATETRAN OPEN FAILED, FILE STATUS "
                       ratetran-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           open output ratemrpt-file.
           if ratemrpt-file-status not = "00"
               display
                 "RATEMNT ABEND - RATEMRPT OPEN FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-initialize-rate-table.
           perform 006-open-account-master.
           perform 020-initialize-report.
           if transaction-file-present
               perform 010-read-ratetran-record
           end-if
           perform 060-apply-transaction
               until ratetran-eof.
           perform 800-write-maint-trailer.
           if transaction-file-present
               close ratetran-file
           end-if
           close ratetbl-file.
           if master-file-present
               close acctmstr-file
                   display
                "RATEMNT ABEND - RATETBL OPEN FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
                   display
                "RATEMNT ABEND - RATETBL OPEN FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
                   display
                "RATEMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to master-file-switch
               display
                 "RATEMNT ABEND - RATEMRPT WRITE FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.
               display
                "RATEMNT ABEND - RATETBL WRITE FAILED, FILE STATUS "
                   ratetbl-file-status
               move 16 to return-code
               stop run
           end-if.

                   display
                "RATEMNT ABEND - RATETBL WRITE FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
                   display
                "RATEMNT ABEND - RATETBL DELETE FAILED, FILE STATUS "
                       ratetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
               display
                 "RATEMNT ABEND - RATEMRPT WRITE FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "RATEMNT ABEND - RATEMRPT WRITE FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "RATEMNT ABEND - RATEMRPT WRITE FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
               display
                 "RATEMNT ABEND - RATEMRPT WRITE FAILED, FILE STATUS "
                   ratemrpt-file-status
               move 16 to return-code
               stop run
           end-if.
