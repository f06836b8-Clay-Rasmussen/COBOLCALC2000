      *                  received so the registry tracks it from the
      *                  moment it exists. A batch number supplied
      *                  on XTRPARM still overrides the registry.
      *  10.15.2026  CR  The account's fee-schedule code is carried
      *                  onto the CALCIN detail record so the
      *                  projection is net of the advisory fee.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.

       environment division.

               display
                 "CALCXTR ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           open output calcin-file.
               display
                 "CALCXTR ABEND - CALCIN OPEN FAILED, FILE STATUS "
                   calcin-file-status
               move 16 to return-code
               stop run
           end-if
           open output xtrrpt-file.
               display
                 "CALCXTR ABEND - XTRRPT OPEN FAILED, FILE STATUS "
                   xtrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 020-initialize-report.
               display
                 "CALCXTR ABEND - XTRRPT WRITE FAILED, FILE STATUS "
                   xtrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.
                   display
                "CALCXTR ABEND - BATCHREG OPEN FAILED, FILE STATUS "
                       batchreg-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
                   display
                "CALCXTR ABEND - BATCHREG OPEN FAILED, FILE STATUS "
                       batchreg-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
                       display "CALCXTR ABEND - BATCH "
                           rpt-run-date " / " extract-batch-number
                           " ALREADY PROCESSED ON REGISTRY"
                       move 16 to return-code
                       stop run
                   end-if
           end-read
               display
                 "CALCXTR ABEND - BATCHREG WRITE FAILED, FILE STATUS "
                   batchreg-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCXTR ABEND - CALCIN WRITE FAILED, FILE STATUS "
                   calcin-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCXTR ABEND - ACCTMSTR READ FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if.

           move am-rate-code            to ci-rate-code.
           move am-periodic-withdrawal
               to ci-periodic-withdrawal.
           move am-fee-schedule-code    to ci-fee-schedule-code.
           add ci-investment-amount to xt-amount-hash.
           write calcin-record.
           if calcin-file-status not = "00"
               display
                 "CALCXTR ABEND - CALCIN WRITE FAILED, FILE STATUS "
                   calcin-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCXTR ABEND - XTRRPT WRITE FAILED, FILE STATUS "
                   xtrrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 2 to rpt-line-count.
               display
                 "CALCXTR ABEND - CALCIN WRITE FAILED, FILE STATUS "
                   calcin-file-status
               move 16 to return-code
               stop run
           end-if.

               display
                 "CALCXTR ABEND - XTRRPT WRITE FAILED, FILE STATUS "
                   xtrrpt-file-status
               move 16 to return-code
               stop run
           end-if.
