      *                  only a record's final pass reaches the
      *                  batch total and only accounts reach the
      *                  history.
      *  10.15.2026  CR  The CALCOUT extract record is widened to
      *                  carry the gross future value and total
      *                  fees after the row type. The cross-foot
      *                  still reads the future value column, which
      *                  is now net of fee on both sides.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.

       environment division.


       fd  calcout-file
           label records are standard.
       01  calcout-line                pic x(132).

       fd  calchist-file
           label records are standard.
               display
                 "CALCRCN ABEND - RCNRPT OPEN FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move recon-date to rh1-batch-date.
                   display
                 "CALCRCN ABEND - CALCRPT OPEN FAILED, FILE STATUS "
                       calcrpt-file-status
                   move 16 to return-code
                   stop run
               end-if
               perform 110-read-report-line
                   display
                 "CALCRCN ABEND - CALCOUT OPEN FAILED, FILE STATUS "
                       calcout-file-status
                   move 16 to return-code
                   stop run
               end-if
               perform 210-read-extract-line
                   display
                 "CALCRCN ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                       calchist-file-status
                   move 16 to return-code
                   stop run
               end-if
               perform 310-read-history-record
               display
                 "CALCRCN ABEND - CALCHIST READ FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if.

                   display
                 "CALCRCN ABEND - RUNLOG OPEN FAILED, FILE STATUS "
                       runlog-file-status
                   move 16 to return-code
                   stop run
               end-if
               perform 410-read-runlog-record
               display
                 "CALCRCN ABEND - RCNRPT WRITE FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCRCN ABEND - RCNRPT WRITE FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCRCN ABEND - RCNRPT WRITE FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCRCN ABEND - RCNRPT WRITE FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCRCN ABEND - RCNRPT WRITE FAILED, FILE STATUS "
                   rcnrpt-file-status
               move 16 to return-code
               stop run
           end-if.
