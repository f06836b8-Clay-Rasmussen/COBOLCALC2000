      *                  schedule is what changed between runs, so
      *                  stepped projections compare like with
      *                  like.
      *  10.15.2026  CR  The fee-schedule code added to the CALCHIST
      *                  layout is now carried through the pairing
      *                  and named when the account moved to another
      *                  advisory fee schedule between runs. The
      *                  future values compared are net of fee.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.

       environment division.

           05  pr-periodic-contrib     pic 9(7).
           05  pr-periodic-withdr      pic 9(7).
           05  pr-rate-segments        pic x(15).
           05  pr-fee-schedule-code    pic x(04).
           05  pr-future-value         pic 9(11)v99.

       01  pair-fields.
               10  pp-periodic-contrib     pic 9(7).
               10  pp-periodic-withdr      pic 9(7).
               10  pp-rate-segments        pic x(15).
               10  pp-fee-schedule-code    pic x(04).
               10  pp-future-value         pic 9(11)v99.
           05  pair-current.
               10  pc-account-number       pic x(10).
               10  pc-periodic-contrib     pic 9(7).
               10  pc-periodic-withdr      pic 9(7).
               10  pc-rate-segments        pic x(15).
               10  pc-fee-schedule-code    pic x(04).
               10  pc-future-value         pic 9(11)v99.

       01  variance-fields.
               display
                 "CALCCMP ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if
           open output cmprpt-file.
               display
                 "CALCCMP ABEND - CMPRPT OPEN FAILED, FILE STATUS "
                   cmprpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 020-initialize-report.
               display
                 "CALCCMP ABEND - CMPRPT WRITE FAILED, FILE STATUS "
                   cmprpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.
               display
                 "CALCCMP ABEND - CALCHIST READ FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if.

               move pr-periodic-contrib     to pp-periodic-contrib
               move pr-periodic-withdr      to pp-periodic-withdr
               move pr-rate-segments        to pp-rate-segments
               move pr-fee-schedule-code    to pp-fee-schedule-code
               move pr-future-value         to pp-future-value
               move hs-account-number       to pc-account-number
               move hs-run-date             to pc-run-date
               move hs-periodic-withdrawal
                   to pc-periodic-withdr
               move hs-rate-segments        to pc-rate-segments
               move hs-fee-schedule-code    to pc-fee-schedule-code
               move hs-future-value         to pc-future-value
               move "Y" to account-pair-switch
           else
           move hs-periodic-contribution to pr-periodic-contrib.
           move hs-periodic-withdrawal  to pr-periodic-withdr.
           move hs-rate-segments        to pr-rate-segments.
           move hs-fee-schedule-code    to pr-fee-schedule-code.
           move hs-future-value         to pr-future-value.
           perform 010-read-history-record.

           if pc-rate-segments not = pp-rate-segments
               move "Rate segment schedule changed"
                   to changed-input-text
           else
           if pc-fee-schedule-code not = pp-fee-schedule-code
               move "Fee schedule changed"
                   to changed-input-text
           else
               move "No stored input changed"
                   to changed-input-text
           end-if
           end-if
           end-if
           end-if
           end-if.

      *  Writes one account's variance block to cmprpt-file: the
               display
                 "CALCCMP ABEND - CMPRPT WRITE FAILED, FILE STATUS "
                   cmprpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 5 to rpt-line-count.
               display
                 "CALCCMP ABEND - CMPRPT WRITE FAILED, FILE STATUS "
                   cmprpt-file-status
               move 16 to return-code
               stop run
           end-if.
