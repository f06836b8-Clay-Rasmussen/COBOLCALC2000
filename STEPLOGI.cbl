       identification division.

       program-id. steplogi.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program prints one night of the STEPCTL
      *  step control file for operations. For every step CALCJOB
      *  ran or held that night it prints the step's status, start
      *  and end, return code and attempts, with the note a failed
      *  or held step carries, and closes with the count of steps
      *  in each status and whether the night finished or where a
      *  rerun will resume. The night to print is read from the
      *  STEPPARM parameter file and defaults to the latest night on
      *  file when no parameter file is supplied. Every abend ends the
      *  run with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select stepctl-file assign to "STEPCTL"
               organization is indexed
               access mode is dynamic
               record key is sl-step-key
               file status is stepctl-file-status.

           select stepparm-file assign to "STEPPARM"
               organization is line sequential
               file status is stepparm-file-status.

           select slirpt-file assign to "STEPLOGRPT"
               organization is line sequential
               file status is slirpt-file-status.

       data division.

       file section.

       fd  stepctl-file
           label records are standard.
           copy stepctr.

       fd  stepparm-file
           label records are standard.
       01  stepparm-record.
           05  pm-night-date               pic x(08).
           05  filler                      pic x(72).

       fd  slirpt-file
           label records are standard.
       01  slirpt-line                 pic x(80).

       working-storage section.

       01  stepctl-file-status        pic x(02).
       01  stepparm-file-status       pic x(02).
       01  slirpt-file-status         pic x(02).

       01  run-switches.
           05  stepctl-eof-switch      pic x(01)    value "N".
               88  stepctl-eof                        value "Y".

       01  inquiry-night-date          pic x(08)    value spaces.
       01  resume-step-name            pic x(08)    value spaces.

       01  step-counters.
           05  steps-printed           pic 9(04)    value zero.
           05  steps-complete          pic 9(04)    value zero.
           05  steps-failed            pic 9(04)    value zero.
           05  steps-held              pic 9(04)    value zero.
           05  steps-pending           pic 9(04)    value zero.

       01  edited-start-time.
           05  est-hh                  pic x(02).
           05  filler                  pic x(01)    value ":".
           05  est-mm                  pic x(02).
           05  filler                  pic x(01)    value ":".
           05  est-ss                  pic x(02).

       01  edited-end-time.
           05  eet-hh                  pic x(02).
           05  filler                  pic x(01)    value ":".
           05  eet-mm                  pic x(02).
           05  filler                  pic x(01)    value ":".
           05  eet-ss                  pic x(02).

       01  step-detail-line.
           05  sdl-step-seq            pic z9.
           05  filler                  pic x(02)    value spaces.
           05  sdl-step-name           pic x(08).
           05  filler                  pic x(02)    value spaces.
           05  sdl-status              pic x(08).
           05  filler                  pic x(02)    value spaces.
           05  sdl-start-date          pic x(08).
           05  filler                  pic x(01)    value spaces.
           05  sdl-start-time          pic x(08).
           05  filler                  pic x(02)    value spaces.
           05  sdl-end-date            pic x(08).
           05  filler                  pic x(01)    value spaces.
           05  sdl-end-time            pic x(08).
           05  filler                  pic x(02)    value spaces.
           05  sdl-return-code         pic zzz9.
           05  filler                  pic x(03)    value spaces.
           05  sdl-attempts            pic z9.
           05  filler                  pic x(08)    value spaces.

       01  edited-step-count           pic zzz9.

       01  report-control.
           05  rpt-line-count          pic 9(04)    value zero.
           05  rpt-lines-per-page      pic 9(04)    value 50.
           05  rpt-page-number         pic 9(04)    value zero.

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
               value "STEPLOGI NIGHTLY STEP REPORT".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-night-heading.
           05  filler                  pic x(10) value "Night of: ".
           05  rnh-night-date          pic x(08).
           05  filler                  pic x(62) value spaces.

       01  rpt-heading-2.
           05  filler                  pic x(04) value "Seq".
           05  filler                  pic x(10) value "Step".
           05  filler                  pic x(10) value "Status".
           05  filler                  pic x(19) value "Started".
           05  filler                  pic x(19) value "Ended".
           05  filler                  pic x(07) value "  RC".
           05  filler                  pic x(11) value "Tries".

       procedure division.

      *  This is the driver for the inquiry. It settles which night
      *  to show, positions the step control file at that night's
      *  first step and prints each step of the night, then the
      *  night's summary. When there is no step control file yet,
      *  or no night on it, it says so and ends.
       000-print-step-log.
           display "Printing Step Log".
           perform 005-read-inquiry-parm.
           open input stepctl-file.
           if stepctl-file-status = "35"
               display "STEPLOGI - NO STEPCTL FILE TO REPORT"
               stop run
           end-if
           if stepctl-file-status not = "00"
               display
                 "STEPLOGI ABEND - STEPCTL OPEN FAILED, FILE STATUS "
                   stepctl-file-status
               move 16 to return-code
               stop run
           end-if
           if inquiry-night-date = spaces
               perform 010-find-latest-night
           end-if
           if inquiry-night-date = spaces
               display "STEPLOGI - NO NIGHT ON STEPCTL TO REPORT"
               close stepctl-file
               stop run
           end-if
           open output slirpt-file.
           if slirpt-file-status not = "00"
               display
                "STEPLOGI ABEND - STEPLOGRPT OPEN FAILED, FILE STATUS "
                   slirpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 020-initialize-report.
           move inquiry-night-date to sl-night-date.
           move zero to sl-step-seq.
           move "N" to stepctl-eof-switch.
           start stepctl-file
               key is not less than sl-step-key
               invalid key
                   move "Y" to stepctl-eof-switch
           end-start
           perform 100-print-one-step
               until stepctl-eof.
           perform 200-print-night-summary.
           close stepctl-file.
           close slirpt-file.
           display "End of Step Log Report".
           stop run.

      *  Reads the night to show from the STEPPARM parameter file.
      *  When no parameter file is supplied the night is left blank
      *  for the latest night on file to be found.
       005-read-inquiry-parm.
           open input stepparm-file.
           if stepparm-file-status = "00"
               read stepparm-file
                   at end
                       continue
                   not at end
                       if pm-night-date is numeric
                           move pm-night-date to inquiry-night-date
                       end-if
               end-read
               close stepparm-file
           end-if.

      *  Finds the latest night on the step control file. The file
      *  is keyed by night date first, so the night of the last
      *  record read is the latest.
       010-find-latest-night.
           perform 015-read-next-step
               until stepctl-eof.

      *  Reads the next step control record in key order, holding
      *  its night as the latest seen.
       015-read-next-step.
           read stepctl-file next record
               at end
                   move "Y" to stepctl-eof-switch
               not at end
                   move sl-night-date to inquiry-night-date
           end-read.

      *  Establishes the report date and prints the first page
      *  heading before any step lines go to slirpt-file.
       020-initialize-report.
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-mm to rpt-run-date-mm.
           move rpt-run-dd to rpt-run-date-dd.
           move rpt-run-yyyy to rpt-run-date-yyyy.
           perform 030-print-report-headers.

      *  Builds and writes the report header with the night being
      *  shown and resets the line counter for the new page.
       030-print-report-headers.
           add 1 to rpt-page-number.
           move rpt-run-date-edited to rh1-run-date.
           move rpt-page-number to rh1-page-number.
           move inquiry-night-date to rnh-night-date.
           write slirpt-line from rpt-heading-1.
           write slirpt-line from spaces.
           write slirpt-line from rpt-night-heading.
           write slirpt-line from rpt-heading-2.
           write slirpt-line from spaces.
           if slirpt-file-status not = "00"
               display
                "STEPLOGI ABEND - STEPLOGRPT WRITE FAILED, FILE STATUS "
                   slirpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 5 to rpt-line-count.

      *  Reads the next step and prints it while it still belongs
      *  to the night being shown.
       100-print-one-step.
           read stepctl-file next record
               at end
                   move "Y" to stepctl-eof-switch
               not at end
                   if sl-night-date not = inquiry-night-date
                       move "Y" to stepctl-eof-switch
                   else
                       perform 110-write-step-lines
                   end-if
           end-read.

      *  Builds and writes the report lines for one step: the
      *  one-line summary, and the note a failed or held step
      *  carries. The first step of the night not complete is the
      *  step a rerun resumes at.
       110-write-step-lines.
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           add 1 to steps-printed.
           move sl-step-seq to sdl-step-seq.
           move sl-step-name to sdl-step-name.
           if sl-step-complete
               move "COMPLETE" to sdl-status
               add 1 to steps-complete
           else
               if resume-step-name = spaces
                   move sl-step-name to resume-step-name
               end-if
               if sl-step-failed
                   move "FAILED" to sdl-status
                   add 1 to steps-failed
               else
                   if sl-step-held
                       move "HELD" to sdl-status
                       add 1 to steps-held
                   else
                       if sl-step-running
                           move "RUNNING" to sdl-status
                       else
                           move "PENDING" to sdl-status
                       end-if
                       add 1 to steps-pending
                   end-if
               end-if
           end-if
           move sl-start-date to sdl-start-date.
           move sl-end-date to sdl-end-date.
           if sl-start-time = spaces
               move spaces to sdl-start-time
           else
               move sl-start-time (1:2) to est-hh
               move sl-start-time (3:2) to est-mm
               move sl-start-time (5:2) to est-ss
               move edited-start-time to sdl-start-time
           end-if
           if sl-end-time = spaces
               move spaces to sdl-end-time
           else
               move sl-end-time (1:2) to eet-hh
               move sl-end-time (3:2) to eet-mm
               move sl-end-time (5:2) to eet-ss
               move edited-end-time to sdl-end-time
           end-if
           move sl-return-code to sdl-return-code.
           move sl-attempts to sdl-attempts.
           write slirpt-line from step-detail-line.
           add 1 to rpt-line-count.
           if sl-status-note not = spaces
               move spaces to slirpt-line
               string "    " sl-status-note delimited by size
                   into slirpt-line
               end-string
               write slirpt-line
               add 1 to rpt-line-count
           end-if
           if slirpt-file-status not = "00"
               display
                "STEPLOGI ABEND - STEPLOGRPT WRITE FAILED, FILE STATUS "
                   slirpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Writes the night's summary: the count of steps in each
      *  status and whether the night finished, or the step a
      *  rerun of the night will resume at.
       200-print-night-summary.
           write slirpt-line from spaces.
           move "***** NIGHT SUMMARY *****" to slirpt-line.
           write slirpt-line.
           move steps-printed to edited-step-count.
           move spaces to slirpt-line.
           string "Steps On File          : " delimited by size
               edited-step-count delimited by size
               into slirpt-line
           end-string
           write slirpt-line.
           move steps-complete to edited-step-count.
           move spaces to slirpt-line.
           string "Steps Complete         : " delimited by size
               edited-step-count delimited by size
               into slirpt-line
           end-string
           write slirpt-line.
           move steps-failed to edited-step-count.
           move spaces to slirpt-line.
           string "Steps Failed           : " delimited by size
               edited-step-count delimited by size
               into slirpt-line
           end-string
           write slirpt-line.
           move steps-held to edited-step-count.
           move spaces to slirpt-line.
           string "Steps Held             : " delimited by size
               edited-step-count delimited by size
               into slirpt-line
           end-string
           write slirpt-line.
           move steps-pending to edited-step-count.
           move spaces to slirpt-line.
           string "Steps Not Yet Finished : " delimited by size
               edited-step-count delimited by size
               into slirpt-line
           end-string
           write slirpt-line.
           move spaces to slirpt-line.
           if resume-step-name = spaces
               move "RESULT: NIGHT COMPLETE" to slirpt-line
           else
               string "RESULT: NIGHT INCOMPLETE - RERUN RESUMES AT "
                   delimited by size
                   resume-step-name delimited by size
                   into slirpt-line
               end-string
           end-if
           write slirpt-line.
           if slirpt-file-status not = "00"
               display
                "STEPLOGI ABEND - STEPLOGRPT WRITE FAILED, FILE STATUS "
                   slirpt-file-status
               move 16 to return-code
               stop run
           end-if.
