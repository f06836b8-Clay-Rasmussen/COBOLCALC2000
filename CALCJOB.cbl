       identification division.

       program-id. calcjob.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program is the nightly job-stream
      *  controller. It runs the night's steps in order - ACCTMNT
      *  and RATEMNT maintenance, then CALCXTR, CALC2000, CALCRCN,
      *  CALCSTMT, CALCSUM, CALCCMP and CALCHHS - and records each
      *  step's start, end, return code and attempts on the STEPCTL
      *  step control file. A step that ends with return code 8 or
      *  more, an out-of-balance CALCRCN included, is marked failed
      *  and every step after it is held instead of run. Running
      *  the program again for the same night skips the steps that
      *  already completed and resumes at the failed step, so a
      *  rerun never extracts and registers a second CALCXTR batch.
      *  The night date is today unless the JOBPARM parameter file
      *  names the night, which is how a rerun after midnight picks
      *  up the night it belongs to. The STEPLOGI inquiry prints
      *  the night step by step.
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

           select jobparm-file assign to "JOBPARM"
               organization is line sequential
               file status is jobparm-file-status.

       data division.

       file section.

       fd  stepctl-file
           label records are standard.
           copy stepctr.

       fd  jobparm-file
           label records are standard.
       01  jobparm-record.
           05  pm-night-date               pic x(08).
           05  filler                      pic x(72).

       working-storage section.

       01  stepctl-file-status        pic x(02).
       01  jobparm-file-status        pic x(02).

       01  run-switches.
           05  hold-switch             pic x(01)    value "N".
               88  later-steps-held                   value "Y".

       01  job-step-names.
           05  filler                  pic x(08)    value "ACCTMNT".
           05  filler                  pic x(08)    value "RATEMNT".
           05  filler                  pic x(08)    value "CALCXTR".
           05  filler                  pic x(08)    value "CALC2000".
           05  filler                  pic x(08)    value "CALCRCN".
           05  filler                  pic x(08)    value "CALCSTMT".
           05  filler                  pic x(08)    value "CALCSUM".
           05  filler                  pic x(08)    value "CALCCMP".
           05  filler                  pic x(08)    value "CALCHHS".
       01  job-step-table redefines job-step-names.
           05  js-step-name            pic x(08)
                                       occurs 9 times.

       01  job-control.
           05  jc-step-count           pic 9(02)    value 9.
           05  jc-step-index           pic 9(02)    value zero.
           05  jc-failed-step          pic x(08)    value spaces.
           05  jc-fail-threshold       pic 9(04)    value 8.
           05  jc-highest-rc           pic 9(04)    value zero.

       01  job-totals.
           05  jt-steps-run            pic 9(02)    value zero.
           05  jt-steps-skipped        pic 9(02)    value zero.
           05  jt-steps-failed         pic 9(02)    value zero.
           05  jt-steps-held           pic 9(02)    value zero.

       01  night-date                  pic x(08).
       01  step-command                pic x(80).
       01  step-return-code            pic s9(09).

       01  time-of-day-work.
           05  tod-hhmmss              pic 9(06).
           05  tod-hundredths          pic 9(02).

       01  rpt-run-date.
           05  rpt-run-yyyy            pic 9(04).
           05  rpt-run-mm              pic 9(02).
           05  rpt-run-dd              pic 9(02).

       01  edited-return-code          pic zzz9.

       procedure division.

      *  This is the driver for the job stream. It settles the
      *  night date, opens the step control file and makes sure the
      *  night has a record for every step, then works through the
      *  steps in order. The job ends with the highest return code
      *  any step ended with, and with at least 8 when a step
      *  failed, so the scheduler sees the night did not finish.
       000-run-night-job-stream.
           display "Starting Nightly Job Stream".
           accept rpt-run-date from date yyyymmdd.
           move rpt-run-date to night-date.
           perform 005-read-job-parms.
           perform 006-open-step-control.
           display "CALCJOB - NIGHT OF " night-date.
           move zero to jc-step-index.
           perform 100-load-night-step
               until jc-step-index >= jc-step-count.
           move zero to jc-step-index.
           perform 200-process-night-step
               until jc-step-index >= jc-step-count.
           close stepctl-file.
           perform 800-display-job-totals.
           if jt-steps-failed > zero
               and jc-highest-rc < jc-fail-threshold
               move jc-fail-threshold to jc-highest-rc
           end-if
           move jc-highest-rc to return-code.
           display "End of Nightly Job Stream".
           stop run.

      *  Reads the night date from the JOBPARM parameter file. With
      *  no parameter file, or no date on it, the night is today.
       005-read-job-parms.
           open input jobparm-file.
           if jobparm-file-status = "00"
               read jobparm-file
                   at end
                       continue
                   not at end
                       if pm-night-date is numeric
                           move pm-night-date to night-date
                       end-if
               end-read
               close jobparm-file
           end-if.

      *  Opens the step control file, creating an empty indexed
      *  file the first time the job stream is ever run.
       006-open-step-control.
           open i-o stepctl-file.
           if stepctl-file-status = "35"
               open output stepctl-file
               close stepctl-file
               open i-o stepctl-file
               if stepctl-file-status not = "00"
                   display
                "CALCJOB ABEND - STEPCTL OPEN FAILED, FILE STATUS "
                       stepctl-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
               if stepctl-file-status not = "00"
                   display
                "CALCJOB ABEND - STEPCTL OPEN FAILED, FILE STATUS "
                       stepctl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Makes sure the night has a step control record for the
      *  next step, writing it as pending the first time the night
      *  is run. A record already on file is left as it stands, so
      *  a rerun sees what the earlier attempt did.
       100-load-night-step.
           add 1 to jc-step-index.
           move night-date to sl-night-date.
           move jc-step-index to sl-step-seq.
           read stepctl-file
               key is sl-step-key
               invalid key
                   perform 110-write-pending-step
           end-read.

      *  Writes a pending step control record for the step.
       110-write-pending-step.
           move spaces to stepctl-record.
           move night-date to sl-night-date.
           move jc-step-index to sl-step-seq.
           move js-step-name (jc-step-index) to sl-step-name.
           move "P" to sl-step-status.
           move zero to sl-return-code.
           move zero to sl-attempts.
           write stepctl-record.
           if stepctl-file-status not = "00"
               display
                 "CALCJOB ABEND - STEPCTL WRITE FAILED, FILE STATUS "
                   stepctl-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Takes the next step of the night. A step that completed on
      *  an earlier attempt is skipped. Once a step has failed
      *  every later step is held. Any other step - pending, held
      *  or failed last time, or left running by an attempt that
      *  never finished - is run.
       200-process-night-step.
           add 1 to jc-step-index.
           move night-date to sl-night-date.
           move jc-step-index to sl-step-seq.
           read stepctl-file
               key is sl-step-key
               invalid key
                   display
                "CALCJOB ABEND - STEPCTL READ FAILED, FILE STATUS "
                       stepctl-file-status
                   move 16 to return-code
                   stop run
           end-read
           if sl-step-complete
               add 1 to jt-steps-skipped
               display "CALCJOB - " sl-step-name
                   " ALREADY COMPLETE, SKIPPED"
           else
               if later-steps-held
                   perform 220-hold-step
               else
                   perform 210-run-step
               end-if
           end-if.

      *  Runs one step. The step is marked running with its start
      *  and attempt before it is started, so an attempt the
      *  controller itself never saw the end of is still on file.
      *  When the step ends its end and return code are recorded -
      *  the shell hands the step's return code back in the high
      *  byte of its wait status, so it is shifted down first - and
      *  a return code of 8 or more fails the step and holds the
      *  rest of the night.
       210-run-step.
           accept rpt-run-date from date yyyymmdd.
           accept time-of-day-work from time.
           move "R" to sl-step-status.
           move rpt-run-date to sl-start-date.
           move tod-hhmmss to sl-start-time.
           move spaces to sl-end-date.
           move spaces to sl-end-time.
           move zero to sl-return-code.
           add 1 to sl-attempts.
           move spaces to sl-status-note.
           perform 230-rewrite-step.
           display "CALCJOB - STARTING " sl-step-name.
           move spaces to step-command.
           move sl-step-name to step-command.
           call "SYSTEM" using step-command.
           move return-code to step-return-code.
           move zero to return-code.
           if step-return-code > 255
               divide step-return-code by 256
                   giving step-return-code
           end-if
           if step-return-code < zero
               or step-return-code > 9999
               move 9999 to step-return-code
           end-if
           accept rpt-run-date from date yyyymmdd.
           accept time-of-day-work from time.
           move rpt-run-date to sl-end-date.
           move tod-hhmmss to sl-end-time.
           move step-return-code to sl-return-code.
           move sl-return-code to edited-return-code.
           if sl-return-code > jc-highest-rc
               move sl-return-code to jc-highest-rc
           end-if
           if sl-return-code < jc-fail-threshold
               move "C" to sl-step-status
               display "CALCJOB - " sl-step-name
                   " COMPLETE, RC " edited-return-code
           else
               move "F" to sl-step-status
               move "Y" to hold-switch
               move sl-step-name to jc-failed-step
               add 1 to jt-steps-failed
               string "Ended with return code " delimited by size
                   edited-return-code delimited by size
                   into sl-status-note
               end-string
               display "CALCJOB - " sl-step-name
                   " FAILED, RC " edited-return-code
           end-if
           add 1 to jt-steps-run.
           perform 230-rewrite-step.

      *  Holds a step behind the step that failed. The step keeps
      *  its attempts and any times from an earlier attempt; the
      *  note names the step it is waiting on.
       220-hold-step.
           move "H" to sl-step-status.
           move spaces to sl-status-note.
           string "Held - " delimited by size
               jc-failed-step delimited by space
               " did not finish" delimited by size
               into sl-status-note
           end-string
           add 1 to jt-steps-held.
           display "CALCJOB - " sl-step-name " HELD".
           perform 230-rewrite-step.

      *  Rewrites the step control record for the step.
       230-rewrite-step.
           rewrite stepctl-record.
           if stepctl-file-status not = "00"
               display
                 "CALCJOB ABEND - STEPCTL WRITE FAILED, FILE STATUS "
                   stepctl-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Displays the job's control totals on the console.
       800-display-job-totals.
           display "CALCJOB - STEPS RUN      " jt-steps-run.
           display "CALCJOB - STEPS SKIPPED  " jt-steps-skipped.
           display "CALCJOB - STEPS FAILED   " jt-steps-failed.
           display "CALCJOB - STEPS HELD     " jt-steps-held.
           if jt-steps-failed > zero
               display "CALCJOB - NIGHT INCOMPLETE, RERUN RESUMES AT "
                   jc-failed-step
           end-if.
