       identification division.

       program-id. feemnt.
      *  Programmer.: Clay Rasmussen
      *  Date.......: 10.15.2026
      *  Github URL.:
      *  https://github.com/Clay-Rasmussen/COBOLCALC2000
      *  Description: This program maintains the FEETBL effective-
      *  dated advisory fee schedule table, the way RATEMNT
      *  maintains the rate table. It reads add/change/delete
      *  transactions from the FEETRAN file, applies each one to
      *  FEETBL by fee-schedule-code plus effective-from date, and
      *  prints an applied/rejected maintenance report to FEEMRPT.
      *  The tiers are edited before they reach the table: no
      *  tier may charge more than 5.000 percent a year, the tier
      *  limits must ascend, and nothing may follow the open-ended
      *  tier. A duplicate code/effective-from pair cannot be
      *  added, the entry in force for a code cannot be deleted,
      *  and future-dated entries are allowed. For every applied
      *  transaction the report also lists the ACCTMSTR accounts
      *  carrying the code with the annual fee on their investment
      *  amount before and after the change, so the effect of a
      *  fee change is visible before the next CALC2000 run. Every abend
      *  ends the run with return code 16.
      *
      *  Modifications:

       environment division.

       input-output section.

       file-control.
           select feetran-file assign to "FEETRAN"
               organization is line sequential
               file status is feetran-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

           select acctmstr-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is am-account-number
               file status is acctmstr-file-status.

           select feemrpt-file assign to "FEEMRPT"
               organization is line sequential
               file status is feemrpt-file-status.

       data division.

       file section.

       fd  feetran-file
           label records are standard.
           copy feemtr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  acctmstr-file
           label records are standard.
           copy acctmr.

       fd  feemrpt-file
           label records are standard.
       01  feemrpt-line                pic x(80).

       working-storage section.

       01  feetran-file-status        pic x(02).
       01  feetbl-file-status         pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  feemrpt-file-status        pic x(02).

       01  run-switches.
           05  feetran-eof-switch      pic x(01)    value "N".
               88  feetran-eof                       value "Y".
           05  transaction-switch      pic x(01)    value "Y".
               88  transaction-valid                  value "Y".
               88  transaction-invalid                value "N".
           05  master-file-switch      pic x(01)    value "N".
               88  master-file-present                value "Y".
               88  master-file-absent                 value "N".
           05  inforce-found-switch    pic x(01)    value "N".
               88  inforce-found                      value "Y".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  acctmstr-eof-switch     pic x(01)    value "N".
               88  acctmstr-eof                       value "Y".
           05  tier-end-switch         pic x(01)    value "N".
               88  tier-end-reached                   value "Y".
           05  fee-tiers-done-switch   pic x(01)    value "N".
               88  fee-tiers-done                     value "Y".

       01  maint-totals.
           05  mt-trans-read           pic 9(06)    value zero.
           05  mt-trans-applied        pic 9(06)    value zero.
           05  mt-trans-rejected       pic 9(06)    value zero.

       01  maint-reject-reason         pic x(50).

       01  tier-edit-fields.
           05  te-tier-index           pic 9(02).
           05  te-prior-limit          pic 9(11).

       01  inforce-fields.
           05  if-scan-code            pic x(04).
           05  if-inforce-found-hold   pic x(01).
           05  if-inforce-date         pic x(08).
           05  if-inforce-tiers-hold.
               10  if-inforce-tier     occurs 5 times.
                   15  if-inforce-limit pic 9(11).
                   15  if-inforce-pct  pic 9v999.
           05  if-found-before         pic x(01).
               88  inforce-found-before               value "Y".
           05  if-tiers-before.
               10  if-before-tier      occurs 5 times.
                   15  if-before-limit pic 9(11).
                   15  if-before-pct   pic 9v999.
           05  if-found-after          pic x(01).
               88  inforce-found-after                value "Y".
           05  if-tiers-after.
               10  if-after-tier       occurs 5 times.
                   15  if-after-limit  pic 9(11).
                   15  if-after-pct    pic 9v999.

       01  fee-calc-fields.
           05  fc-tier-table.
               10  fc-tier             occurs 5 times.
                   15  fc-tier-limit   pic 9(11).
                   15  fc-tier-pct     pic 9v999.
           05  fc-tier-index           pic 9(02).
           05  fc-balance              pic 9(11).
           05  fc-prior-limit          pic 9(11).
           05  fc-tier-portion         pic 9(11).
           05  fc-annual-fee           pic 9(11)v99.
           05  fc-fee-before           pic 9(11)v99.
           05  fc-fee-after            pic 9(11)v99.

       01  where-used-fields.
           05  wu-accounts-listed      pic 9(06).

       01  edited-trans-read           pic zzz,zz9.
       01  edited-trans-applied        pic zzz,zz9.
       01  edited-trans-rejected       pic zzz,zz9.
       01  edited-pct-before           pic 9.999.
       01  edited-pct-after            pic 9.999.
       01  edited-fee-before           pic zzz,zzz,zz9.99.
       01  edited-fee-after            pic zzz,zzz,zz9.99.
       01  pct-before-text             pic x(05).
       01  pct-after-text              pic x(05).
       01  fee-before-text             pic x(14).
       01  fee-after-text              pic x(14).

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
               value "FEEMNT FEE SCHEDULE REPORT".
           05  filler                  pic x(10) value "RUN DATE: ".
           05  rh1-run-date            pic x(10).
           05  filler                  pic x(21) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  rh1-page-number         pic zzz9.

       01  rpt-heading-2.
           05  filler                  pic x(08) value "Action".
           05  filler                  pic x(06) value "Code".
           05  filler                  pic x(11) value "Effective".
           05  filler                  pic x(10) value "Result".
           05  filler                  pic x(45) value spaces.

       procedure division.

      *  This is the batch driver for the program. It opens the
      *  FEETRAN transaction file, reads it one record at a time,
      *  and performs 060-apply-transaction once for every record on
      *  the file. When the file is exhausted it prints the control
      *  totals, closes up, and ends the run.
       000-maintain-fee-table.
           display "Maintaining Fee Schedule Table".
           accept rpt-run-date from date yyyymmdd.
           open input feetran-file.
           if feetran-file-status not = "00"
               display
                 "FEEMNT ABEND - FEETRAN OPEN FAILED, FILE STATUS "
                   feetran-file-status
               move 16 to return-code
               stop run
           end-if
           open output feemrpt-file.
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT OPEN FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 005-initialize-fee-table.
           perform 006-open-account-master.
           perform 020-initialize-report.
           perform 010-read-feetran-record.
           perform 060-apply-transaction
               until feetran-eof.
           perform 800-write-maint-trailer.
           close feetran-file.
           close feetbl-file.
           if master-file-present
               close acctmstr-file
           end-if
           close feemrpt-file.
           display "End of Fee Schedule Maintenance".
           stop run.

      *  Opens feetbl-file, creating an empty indexed file the first
      *  time the program is ever run against a site that has not
      *  yet built a fee schedule table, the same way RATEMNT does
      *  for the rate table.
       005-initialize-fee-table.
           open i-o feetbl-file.
           if feetbl-file-status = "35"
               open output feetbl-file
               close feetbl-file
               open i-o feetbl-file
               if feetbl-file-status not = "00"
                   display
                "FEEMNT ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
               if feetbl-file-status not = "00"
                   display
                "FEEMNT ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Opens acctmstr-file read-only for the where-used scans. A
      *  site with no client master yet simply has no accounts to
      *  list - the maintenance itself still applies.
       006-open-account-master.
           open input acctmstr-file.
           if acctmstr-file-status = "35"
               move "N" to master-file-switch
           else
               if acctmstr-file-status not = "00"
                   display
                "FEEMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to master-file-switch
               end-if
           end-if.

      *  Builds the edited run date for the report header and prints
      *  the first page heading before any detail lines go to
      *  feemrpt-file.
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
           write feemrpt-line from rpt-heading-1.
           write feemrpt-line from spaces.
           write feemrpt-line from rpt-heading-2.
           write feemrpt-line from spaces.
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT WRITE FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Reads the next maintenance transaction from feetran-file
      *  and edits it. At end of file feetran-eof-switch is set so
      *  the driver loop stops.
       010-read-feetran-record.
           read feetran-file
               at end
                   move "Y" to feetran-eof-switch
               not at end
                   add 1 to mt-trans-read
                   perform 050-edit-transaction
           end-read.

      *  Validates the transaction just read before it is allowed to
      *  touch feetbl-file. The action code must be add, change, or
      *  delete, the fee-schedule code and effective-from date must
      *  be present, and an add or change must carry a well-formed
      *  set of tiers. The first condition that fails sets
      *  transaction-switch to "N" and records the reason so
      *  150-write-maint-line can report it.
       050-edit-transaction.
           move "Y" to transaction-switch.
           if not fm-action-add
               and not fm-action-change
               and not fm-action-delete
               move "N" to transaction-switch
               move "Action code must be A, C, or D"
                   to maint-reject-reason
           else
           if fm-fee-schedule-code = spaces
               or fm-fee-schedule-code = "NONE"
               move "N" to transaction-switch
               move "Fee schedule code is required and cannot be NONE"
                   to maint-reject-reason
           else
           if fm-effective-from = spaces
               or fm-effective-from is not numeric
               move "N" to transaction-switch
               move "Effective-from date must be numeric yyyymmdd"
                   to maint-reject-reason
           else
               if not fm-action-delete
                   perform 052-edit-fee-tiers
               end-if
           end-if
           end-if
           end-if.

      *  Edits the five tiers in order. A tier left blank is read as
      *  zero, so a two-tier schedule need only key two tiers - the
      *  second with a zero limit to mark it open-ended.
       052-edit-fee-tiers.
           move zero to te-tier-index.
           move zero to te-prior-limit.
           move "N" to tier-end-switch.
           perform 054-edit-one-tier
               until te-tier-index >= 5
                   or transaction-invalid.

      *  Edits one tier. Its limit and percent must be numeric, the
      *  percent may not exceed 5.000, a limit must be above the
      *  prior tier's, and once a tier with a zero limit has run the
      *  schedule open-ended no later tier may carry anything.
       054-edit-one-tier.
           add 1 to te-tier-index.
           if fm-tier (te-tier-index) = spaces
               move zero to fm-tier-limit (te-tier-index)
               move zero to fm-tier-pct (te-tier-index)
           end-if
           if fm-tier-limit (te-tier-index) is not numeric
               or fm-tier-pct (te-tier-index) is not numeric
               move "N" to transaction-switch
               move "Tier limits and percents must be numeric"
                   to maint-reject-reason
           else
           if fm-tier-pct (te-tier-index) > 5.000
               move "N" to transaction-switch
               move "Tier fee percent cannot exceed 5.000"
                   to maint-reject-reason
           else
           if tier-end-reached
               and (fm-tier-limit (te-tier-index) > zero
                   or fm-tier-pct (te-tier-index) > zero)
               move "N" to transaction-switch
               move "No tier may follow the open-ended tier"
                   to maint-reject-reason
           else
               if fm-tier-limit (te-tier-index) = zero
                   move "Y" to tier-end-switch
               else
                   if fm-tier-limit (te-tier-index)
                       not > te-prior-limit
                       move "N" to transaction-switch
                       move "Tier limits must be in ascending order"
                           to maint-reject-reason
                   else
                       move fm-tier-limit (te-tier-index)
                           to te-prior-limit
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *  Routes one edited transaction to the add, change, or delete
      *  paragraph, bracketing it with the tiers in force before and
      *  after the change so the where-used block can show the
      *  movement. An applied transaction gets its impact listed;
      *  either way the report line is written and the next
      *  transaction read so the driver loop can pick it up.
       060-apply-transaction.
           if transaction-valid
               move fm-fee-schedule-code to if-scan-code
               perform 200-resolve-inforce-tiers
               move if-inforce-tiers-hold to if-tiers-before
               move if-inforce-found-hold to if-found-before
               if fm-action-add
                   perform 100-add-fee-entry
               else
                   if fm-action-change
                       perform 110-change-fee-entry
                   else
                       perform 120-delete-fee-entry
                   end-if
               end-if
           end-if
           perform 150-write-maint-line.
           if transaction-valid
               perform 200-resolve-inforce-tiers
               move if-inforce-tiers-hold to if-tiers-after
               move if-inforce-found-hold to if-found-after
               perform 160-print-where-used
               add 1 to mt-trans-applied
           else
               add 1 to mt-trans-rejected
           end-if
           perform 010-read-feetran-record.

      *  Builds a new feetbl-record from the transaction and writes
      *  it. A code/effective-from pair already on file rejects the
      *  transaction instead of overlaying the existing entry. An
      *  effective-from date after the run date is a future-dated
      *  entry and is allowed - it takes force on its own date.
       100-add-fee-entry.
           move spaces                 to feetbl-record.
           move fm-fee-schedule-code   to ft-fee-schedule-code.
           move fm-effective-from      to ft-effective-from.
           move fm-description         to ft-description.
           move fm-fee-tiers           to ft-fee-tiers.
           write feetbl-record
               invalid key
                   move "N" to transaction-switch
                   move "Fee code and date already on FEETBL"
                       to maint-reject-reason
           end-write
           if transaction-valid
               and feetbl-file-status not = "00"
               display
                "FEEMNT ABEND - FEETBL WRITE FAILED, FILE STATUS "
                   feetbl-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Reads the existing fee entry and replaces its tiers as a
      *  whole, and its description when the transaction carries
      *  one. A pair that is not on file rejects the transaction.
       110-change-fee-entry.
           move fm-fee-schedule-code to ft-fee-schedule-code.
           move fm-effective-from    to ft-effective-from.
           read feetbl-file
               key is ft-fee-key
               invalid key
                   move "N" to transaction-switch
                   move "Fee code and date not found on FEETBL"
                       to maint-reject-reason
           end-read
           if transaction-valid
               move fm-fee-tiers to ft-fee-tiers
               if fm-description not = spaces
                   move fm-description to ft-description
               end-if
               rewrite feetbl-record
               if feetbl-file-status not = "00"
                   display
                "FEEMNT ABEND - FEETBL WRITE FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Deletes a fee entry that is not currently in force - a
      *  superseded past entry or a future-dated one. The entry the
      *  run date resolves to is the one every projection is
      *  deducting, so deleting it out from under the batch is
      *  rejected; a new entry must supersede it instead.
       120-delete-fee-entry.
           if inforce-found-before
               and fm-effective-from = if-inforce-date
               move "N" to transaction-switch
               move "Cannot delete the fee entry now in force"
                   to maint-reject-reason
           else
               move fm-fee-schedule-code to ft-fee-schedule-code
               move fm-effective-from    to ft-effective-from
               delete feetbl-file
                   invalid key
                       move "N" to transaction-switch
                       move "Fee code and date not found on FEETBL"
                           to maint-reject-reason
               end-delete
               if transaction-valid
                   and feetbl-file-status not = "00"
                   display
                "FEEMNT ABEND - FEETBL DELETE FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *  Resolves the entry in force for if-scan-code on the run
      *  date, the same way CALC2000's fee lookup does: the table is
      *  positioned at the code's earliest entry and scanned
      *  forward, and the last entry whose effective-from date is
      *  not after the run date supplies the tiers and their date.
       200-resolve-inforce-tiers.
           move "N" to if-inforce-found-hold.
           move zero to if-inforce-tiers-hold.
           move spaces to if-inforce-date.
           move if-scan-code to ft-fee-schedule-code.
           move "00000000" to ft-effective-from.
           start feetbl-file
               key is not less than ft-fee-key
               invalid key
                   move "Y" to fee-scan-done-switch
               not invalid key
                   move "N" to fee-scan-done-switch
           end-start
           perform 210-scan-fee-entry
               until fee-scan-done.

      *  Examines the next fee table entry for the code being
      *  resolved. Entries for the code arrive in effective-from
      *  order, so each one dated on or before the run date replaces
      *  the resolved tiers, and the scan stops at the first entry
      *  past the run date or belonging to another code.
       210-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to fee-scan-done-switch
               not at end
                   if ft-fee-schedule-code not = if-scan-code
                       or ft-effective-from > rpt-run-date
                       move "Y" to fee-scan-done-switch
                   else
                       move ft-fee-tiers to if-inforce-tiers-hold
                       move ft-effective-from to if-inforce-date
                       move "Y" to if-inforce-found-hold
                   end-if
           end-read.

      *  Computes the annual fee the tiers in fc-tier-table charge
      *  on fc-balance. Each tier charges its percent on the part of
      *  the balance above the prior tier's limit up to its own; a
      *  zero limit, or the fifth tier, takes the rest.
       220-compute-annual-fee.
           move zero to fc-annual-fee.
           move zero to fc-prior-limit.
           move zero to fc-tier-index.
           move "N" to fee-tiers-done-switch.
           perform 225-apply-one-fee-tier
               until fee-tiers-done.

      *  Charges one tier's share of the balance.
       225-apply-one-fee-tier.
           add 1 to fc-tier-index.
           if fc-tier-index >= 5
               or fc-tier-limit (fc-tier-index) = zero
               or fc-balance not > fc-tier-limit (fc-tier-index)
               compute fc-tier-portion =
                   fc-balance - fc-prior-limit
               move "Y" to fee-tiers-done-switch
           else
               compute fc-tier-portion =
                   fc-tier-limit (fc-tier-index) - fc-prior-limit
               move fc-tier-limit (fc-tier-index) to fc-prior-limit
           end-if
           compute fc-annual-fee rounded =
               fc-annual-fee +
                   (fc-tier-portion * fc-tier-pct (fc-tier-index)
                       / 100).

      *  Writes one report line showing the transaction's action,
      *  fee-schedule code, effective date, and whether it was
      *  applied or rejected, with the reject reason on a second
      *  line when there is one.
       150-write-maint-line.
           if rpt-line-count + 3 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to feemrpt-line.
           if transaction-valid
               string "  " fm-action-code delimited by size
                   "     " fm-fee-schedule-code delimited by size
                   "  " fm-effective-from delimited by size
                   "  APPLIED" delimited by size
                   into feemrpt-line
               end-string
               write feemrpt-line
               add 1 to rpt-line-count
           else
               string "  " fm-action-code delimited by size
                   "     " fm-fee-schedule-code delimited by size
                   "  " fm-effective-from delimited by size
                   "  REJECTED" delimited by size
                   into feemrpt-line
               end-string
               write feemrpt-line
               move spaces to feemrpt-line
               string "           Reason: " maint-reject-reason
                   delimited by size
                   into feemrpt-line
               end-string
               write feemrpt-line
               add 2 to rpt-line-count
           end-if
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT WRITE FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Prints the where-used impact block for an applied
      *  transaction: the in-force first-tier percent for the code
      *  before and after the change, then one line per ACCTMSTR
      *  account carrying the code, so the effect of the change is
      *  on the report next to the change itself.
       160-print-where-used.
           if inforce-found-before
               move if-before-pct (1) to edited-pct-before
               move edited-pct-before to pct-before-text
           else
               move "NONE" to pct-before-text
           end-if
           if inforce-found-after
               move if-after-pct (1) to edited-pct-after
               move edited-pct-after to pct-after-text
           else
               move "NONE" to pct-after-text
           end-if
           if rpt-line-count + 2 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to feemrpt-line.
           string "           In-force first-tier fee "
               delimited by size
               pct-before-text delimited by size
               " -> " pct-after-text delimited by size
               into feemrpt-line
           end-string
           write feemrpt-line.
           add 1 to rpt-line-count.
           move zero to wu-accounts-listed.
           if master-file-present
               move "N" to acctmstr-eof-switch
               move low-values to am-account-number
               start acctmstr-file
                   key is not less than am-account-number
                   invalid key
                       move "Y" to acctmstr-eof-switch
               end-start
               perform 170-scan-one-account
                   until acctmstr-eof
           end-if
           if wu-accounts-listed = zero
               move spaces to feemrpt-line
               string "           No accounts carry this fee code"
                   delimited by size
                   into feemrpt-line
               end-string
               write feemrpt-line
               add 1 to rpt-line-count
           end-if
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT WRITE FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Examines one master record for the where-used scan and
      *  lists it when it carries the code just maintained.
       170-scan-one-account.
           read acctmstr-file next record
               at end
                   move "Y" to acctmstr-eof-switch
               not at end
                   if am-fee-schedule-code = fm-fee-schedule-code
                       perform 175-write-where-used-line
                   end-if
           end-read.

      *  Writes one where-used line naming an account that carries
      *  the maintained code with the annual fee its investment
      *  amount draws under the tiers before and after the change.
       175-write-where-used-line.
           add 1 to wu-accounts-listed.
           move am-investment-amount to fc-balance.
           if inforce-found-before
               move if-tiers-before to fc-tier-table
               perform 220-compute-annual-fee
               move fc-annual-fee to edited-fee-before
               move edited-fee-before to fee-before-text
           else
               move "NONE" to fee-before-text
           end-if
           if inforce-found-after
               move if-tiers-after to fc-tier-table
               perform 220-compute-annual-fee
               move fc-annual-fee to edited-fee-after
               move edited-fee-after to fee-after-text
           else
               move "NONE" to fee-after-text
           end-if
           if rpt-line-count + 1 > rpt-lines-per-page
               perform 030-print-report-headers
           end-if
           move spaces to feemrpt-line.
           string "           Account " am-account-number
               delimited by size
               "  annual fee " fee-before-text delimited by size
               " -> " fee-after-text delimited by size
               into feemrpt-line
           end-string
           write feemrpt-line.
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT WRITE FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if
           add 1 to rpt-line-count.

      *  Writes the end-of-run control totals to feemrpt-file so
      *  the report shows how many transactions were read, applied,
      *  and rejected.
       800-write-maint-trailer.
           move mt-trans-read     to edited-trans-read.
           move mt-trans-applied  to edited-trans-applied.
           move mt-trans-rejected to edited-trans-rejected.
           write feemrpt-line from spaces.
           move "***** MAINTENANCE CONTROL TOTALS *****"
               to feemrpt-line.
           write feemrpt-line.
           move spaces to feemrpt-line.
           string "Transactions Read      : " delimited by size
               edited-trans-read delimited by size
               into feemrpt-line
           end-string
           write feemrpt-line.
           move spaces to feemrpt-line.
           string "Transactions Applied   : " delimited by size
               edited-trans-applied delimited by size
               into feemrpt-line
           end-string
           write feemrpt-line.
           move spaces to feemrpt-line.
           string "Transactions Rejected  : " delimited by size
               edited-trans-rejected delimited by size
               into feemrpt-line
           end-string
           write feemrpt-line.
           if feemrpt-file-status not = "00"
               display
                 "FEEMNT ABEND - FEEMRPT WRITE FAILED, FILE STATUS "
                   feemrpt-file-status
               move 16 to return-code
               stop run
           end-if.
