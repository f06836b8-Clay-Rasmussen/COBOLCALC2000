      *  under NONE so nothing is silently dropped.
      *
      *  Modifications:
      *  10.15.2026  CR  Branch and advisor lines now print the names
      *                  held on the new ADVBRTBL advisor/branch
      *                  reference table next to the codes, and a
      *                  region rollup - each region's branches,
      *                  accounts, and future value, from the region
      *                  the table carries for each branch - prints
      *                  ahead of the grand total.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.

       environment division.

               record key is hs-history-key
               file status is calchist-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select sumrpt-file assign to "SUMRPT"
               organization is line sequential
               file status is sumrpt-file-status.
           label records are standard.
           copy calchsr.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  sumrpt-file
           label records are standard.
       01  sumrpt-line                 pic x(80).

       01  calchist-file-status       pic x(02).
       01  sumrpt-file-status         pic x(02).
       01  advbrtbl-file-status       pic x(02).

       01  run-switches.
           05  calchist-eof-switch     pic x(01)    value "N".
               88  result-held                       value "Y".
           05  group-found-switch      pic x(01)    value "N".
               88  group-found                       value "Y".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present           value "Y".

       01  held-result.
           05  hr-account-number       pic x(10).
           05  branch-sub              pic 9(04).
           05  advisor-sub             pic 9(04).
           05  scan-sub                pic 9(04).
           05  region-count            pic 9(04)    value zero.
           05  region-sub              pic 9(04).

       01  summary-table.
           05  branch-entry            occurs 99 times.
                   15  sa-future-value  pic 9(15)v99.
                   15  sa-account-count pic 9(06).

       01  region-table.
           05  region-entry            occurs 30 times.
               10  sr-region-code      pic x(04).
               10  sr-branch-count     pic 9(04).
               10  sr-account-count    pic 9(06).
               10  sr-future-value     pic 9(15)v99.

       01  group-code-work.
           05  gw-branch-code          pic x(03).
           05  gw-advisor-code         pic x(03).
           05  gw-region-code          pic x(04).
           05  gw-group-name           pic x(30).

       01  edited-group-code           pic x(04).
       01  edited-account-count        pic zzz,zz9.
       01  edited-branch-count         pic z,zz9.
       01  edited-future-value         pic zzz,zzz,zzz,zzz,zz9.99.

       01  report-control.
               display
                 "CALCSUM ABEND - CALCHIST OPEN FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if
           open output sumrpt-file.
               display
                 "CALCSUM ABEND - SUMRPT OPEN FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-open-reference-table.
           perform 020-initialize-report.
           perform 010-read-history-record.
           perform 100-work-history-record
           perform 300-print-summary.
           close calchist-file.
           close sumrpt-file.
           if reference-table-present
               close advbrtbl-file
           end-if
           display "End of Management Summary".
           stop run.

      *  Opens the ADVBRTBL advisor/branch reference table for the
      *  name and region lookups. Without the table the rollup still
      *  prints by code, with every branch under region NONE.
       005-open-reference-table.
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "CALCSUM ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if.

      *  Establishes the run date used on the report header and
      *  prints the first page heading before any summary lines go
      *  to sumrpt-file.
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 2 to rpt-line-count.
               display
                 "CALCSUM ABEND - CALCHIST READ FAILED, FILE STATUS "
                   calchist-file-status
               move 16 to return-code
               stop run
           end-if.

           if not group-found
               if branch-count >= 99
                   display "CALCSUM ABEND - BRANCH TABLE FULL"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to branch-count
           if not group-found
               if sb-advisor-count (branch-sub) >= 50
                   display "CALCSUM ABEND - ADVISOR TABLE FULL"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to sb-advisor-count (branch-sub)
           end-if.

      *  Prints the rollup: each branch's count and total, each
      *  advisor's count and total beneath its branch, the region
      *  rollup gathered as the branches print, and the grand total
      *  block that ties back to the calculation batch's control
      *  trailer.
       300-print-summary.
           move zero to branch-sub.
           perform 310-print-branch-block
               until branch-sub >= branch-count.
           perform 400-print-region-rollup.
           write sumrpt-line from spaces.
           move "***** GRAND TOTAL *****" to sumrpt-line.
           write sumrpt-line.
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if.

               perform 030-print-report-headers
           end-if
           perform 320-edit-group-code-branch.
           move "B" to ab-entry-type.
           move sb-branch-code (branch-sub) to ab-entry-code.
           perform 350-lookup-group-name.
           perform 410-accumulate-region.
           move sb-account-count (branch-sub)
               to edited-account-count.
           move sb-future-value (branch-sub)
               to edited-future-value.
           move spaces to sumrpt-line.
           string "Branch  " edited-group-code delimited by size
               " " gw-group-name (1:20) delimited by size
               " Accts " edited-account-count delimited by size
               " FV " edited-future-value delimited by size
               into sumrpt-line
           end-string
           write sumrpt-line.
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
               perform 030-print-report-headers
           end-if
           perform 340-edit-group-code-advisor.
           move "A" to ab-entry-type.
           move sa-advisor-code (branch-sub advisor-sub)
               to ab-entry-code.
           perform 350-lookup-group-name.
           move sa-account-count (branch-sub advisor-sub)
               to edited-account-count.
           move sa-future-value (branch-sub advisor-sub)
               to edited-future-value.
           move spaces to sumrpt-line.
           string "  Advisor " edited-group-code delimited by size
               " " gw-group-name (1:18) delimited by size
               " Accts " edited-account-count delimited by size
               " FV " edited-future-value delimited by size
               into sumrpt-line
           end-string
           write sumrpt-line.
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
               move sa-advisor-code (branch-sub advisor-sub)
                   to edited-group-code
           end-if.

      *  Looks up the name for the advisor or branch key built in
      *  ab-table-key. A blank code has no name, and a code missing
      *  from the table says so rather than printing a blank, so a
      *  gap in the reference table shows up on the report. A branch
      *  found on the table also supplies its region in
      *  gw-region-code; anything else falls under region NONE.
       350-lookup-group-name.
           move spaces to gw-group-name.
           move "NONE" to gw-region-code.
           if ab-entry-code not = spaces
               if reference-table-present
                   read advbrtbl-file
                       key is ab-table-key
                       invalid key
                           move "*NOT ON ADVBRTBL*" to gw-group-name
                       not invalid key
                           move ab-entry-name to gw-group-name
                           if ab-branch-entry
                               and ab-region-code not = spaces
                               move ab-region-code to gw-region-code
                           end-if
                   end-read
               else
                   move "*NOT ON ADVBRTBL*" to gw-group-name
               end-if
           end-if.

      *  Prints the region rollup: one line per region with the
      *  number of branches, accounts, and the future value rolled
      *  up from its branches, in the order the regions were first
      *  seen.
       400-print-region-rollup.
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move "***** REGION ROLLUP *****" to sumrpt-line.
           write sumrpt-line.
           add 1 to rpt-line-count.
           move zero to region-sub.
           perform 420-print-region-line
               until region-sub >= region-count.
           if sumrpt-file-status not = "00"
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Adds the branch just printed into the region entry for
      *  gw-region-code, adding an entry the first time a region is
      *  seen. A full table stops the run rather than dropping a
      *  branch from the rollup.
       410-accumulate-region.
           move "N" to group-found-switch.
           move zero to scan-sub.
           perform 415-test-region-entry
               until group-found
                   or scan-sub >= region-count.
           if not group-found
               if region-count >= 30
                   display "CALCSUM ABEND - REGION TABLE FULL"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to region-count
               move region-count to region-sub
               move gw-region-code to sr-region-code (region-sub)
               move zero to sr-branch-count (region-sub)
               move zero to sr-account-count (region-sub)
               move zero to sr-future-value (region-sub)
           end-if
           add 1 to sr-branch-count (region-sub).
           add sb-account-count (branch-sub)
               to sr-account-count (region-sub).
           add sb-future-value (branch-sub)
               to sr-future-value (region-sub).

      *  Tests one region entry against the region being found.
       415-test-region-entry.
           add 1 to scan-sub.
           if sr-region-code (scan-sub) = gw-region-code
               move scan-sub to region-sub
               move "Y" to group-found-switch
           end-if.

      *  Prints one region's branch count, account count, and total.
       420-print-region-line.
           add 1 to region-sub.
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move sr-branch-count (region-sub) to edited-branch-count.
           move sr-account-count (region-sub) to edited-account-count.
           move sr-future-value (region-sub) to edited-future-value.
           move spaces to sumrpt-line.
           string "Region  " sr-region-code (region-sub)
                   delimited by size
               "  Branches " edited-branch-count delimited by size
               " Accts " edited-account-count delimited by size
               " FV " edited-future-value delimited by size
               into sumrpt-line
           end-string
           write sumrpt-line.
           if sumrpt-file-status not = "00"
               display
                 "CALCSUM ABEND - SUMRPT WRITE FAILED, FILE STATUS "
                   sumrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.
