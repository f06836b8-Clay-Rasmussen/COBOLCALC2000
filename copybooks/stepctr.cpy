      *  Copybook.....: STEPCTR
      *  Description..: Record layout for the STEPCTL nightly step
      *  control file, keyed by night date plus step sequence.
      *  CALCJOB writes one record per job-stream step for the
      *  night and updates it as the step runs - pending, running,
      *  complete, failed, or held behind an earlier step that
      *  failed - with the step's start and end, its return code,
      *  and how many times it has been attempted, so a rerun of
      *  the night resumes at the failed step and the STEPLOGI
      *  inquiry can print the night step by step.
       01  stepctl-record.
           05  sl-step-key.
               10  sl-night-date           pic x(08).
               10  sl-step-seq             pic 9(02).
           05  sl-step-name                pic x(08).
           05  sl-step-status              pic x(01).
               88  sl-step-pending                    value "P".
               88  sl-step-running                    value "R".
               88  sl-step-complete                   value "C".
               88  sl-step-failed                     value "F".
               88  sl-step-held                       value "H".
           05  sl-start-date               pic x(08).
           05  sl-start-time               pic x(06).
           05  sl-end-date                 pic x(08).
           05  sl-end-time                 pic x(06).
           05  sl-return-code              pic 9(04).
           05  sl-attempts                 pic 9(02).
           05  sl-status-note              pic x(40).
           05  filler                      pic x(07).
