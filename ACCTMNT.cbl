      *                  pre-change ACCTTRAN record reads as zero
      *                  instead of letting spaces reach the
      *                  master.
      *  10.15.2026  CR  The advisor and branch codes on an add or a
      *                  change are now edited against the new
      *                  ADVBRTBL advisor/branch reference table. A
      *                  code not on the table, or an advisor whose
      *                  status is terminated, rejects the
      *                  transaction so no new business is booked to
      *                  an advisor who has left.
      *  10.15.2026  CR  Dual control. A delete, or a change that
      *                  moves the investment amount beyond the
      *                  MNTPARM amount threshold or the contribution
      *                  or withdrawal beyond the periodic threshold,
      *                  is no longer applied. It is written to the
      *                  new ACCTPEND pending-approval file with the
      *                  master image it was keyed against, reported
      *                  as HELD, and reaches ACCTMSTR and ACCTAUD
      *                  only when a second person releases it
      *                  through ACCTAPR. The audit record now also
      *                  carries who keyed each applied transaction.
      *  10.15.2026  CR  Adds and changes now carry the fee-schedule
      *                  code added to the ACCTMSTR layout for the
      *                  new FEETBL advisory fee schedule table. A
      *                  code keyed must have an entry in force on
      *                  FEETBL, and NONE on a change takes the
      *                  account off its fee schedule.
      *  10.15.2026  CR  Every abend now ends the run with return code
      *                  16, so the CALCJOB nightly job stream holds
      *                  the steps after this one instead of taking
      *                  the abend for a clean finish.
      *  10.15.2026  CR  Adds and changes now carry the household ID
      *                  and primary mailing flag added to the
      *                  ACCTMSTR layout for the CALCHHS consolidated
      *                  household statement. NONE on a change takes
      *                  the account out of its household, and an
      *                  account flagged primary must belong to one.
      *                  The audit images widen with the master
      *                  record.
      *  10.15.2026  CR  A transaction must now name who keyed it. A
      *                  blank entered-by would be held as an item no
      *                  approver ID could be measured against, so it
      *                  is rejected instead.
      *  10.15.2026  CR  A night with no ACCTTRAN file staged is now
      *                  an empty run - the report prints with zero
      *                  control totals and the run ends normally -
      *                  instead of an abend that holds the rest of
      *                  the CALCJOB job stream.

       environment division.

               organization is line sequential
               file status is acctaud-file-status.

           select acctpend-file assign to "ACCTPEND"
               organization is indexed
               access mode is dynamic
               record key is pa-pending-key
               file status is acctpend-file-status.

           select mntparm-file assign to "MNTPARM"
               organization is line sequential
               file status is mntparm-file-status.

           select advbrtbl-file assign to "ADVBRTBL"
               organization is indexed
               access mode is dynamic
               record key is ab-table-key
               file status is advbrtbl-file-status.

           select feetbl-file assign to "FEETBL"
               organization is indexed
               access mode is dynamic
               record key is ft-fee-key
               file status is feetbl-file-status.

       data division.

       file section.
           label records are standard.
           copy acctaur.

       fd  advbrtbl-file
           label records are standard.
           copy advbrr.

       fd  acctpend-file
           label records are standard.
           copy acctpnr.

       fd  feetbl-file
           label records are standard.
           copy feetr.

       fd  mntparm-file
           label records are standard.
       01  mntparm-record.
           05  pm-amount-threshold         pic 9(09).
           05  pm-periodic-threshold       pic 9(07).
           05  filler                      pic x(64).

       working-storage section.

       01  accttran-file-status       pic x(02).
       01  acctmstr-file-status       pic x(02).
       01  acctmrpt-file-status       pic x(02).
       01  acctaud-file-status        pic x(02).
       01  advbrtbl-file-status       pic x(02).
       01  acctpend-file-status       pic x(02).
       01  mntparm-file-status        pic x(02).
       01  feetbl-file-status         pic x(02).

       01  run-switches.
           05  accttran-eof-switch     pic x(01)    value "N".
               88  accttran-eof                      value "Y".
           05  transaction-file-switch pic x(01)    value "Y".
               88  transaction-file-present           value "Y".
           05  transaction-switch      pic x(01)    value "Y".
               88  transaction-valid                  value "Y".
               88  transaction-invalid                value "N".
           05  reference-table-switch  pic x(01)    value "N".
               88  reference-table-present            value "Y".
               88  reference-table-absent             value "N".
           05  approval-switch         pic x(01)    value "N".
               88  approval-required                  value "Y".
           05  pending-scan-switch     pic x(01)    value "N".
               88  pending-scan-done                  value "Y".
           05  fee-table-switch        pic x(01)    value "N".
               88  fee-table-present                  value "Y".
               88  fee-table-absent                   value "N".
           05  fee-scan-done-switch    pic x(01)    value "N".
               88  fee-scan-done                      value "Y".
           05  fee-scan-hit-switch     pic x(01)    value "N".
               88  fee-scan-hit                       value "Y".

       01  dual-control-fields.
           05  dc-amount-threshold     pic 9(09)    value 100000.
           05  dc-periodic-threshold   pic 9(07)    value 5000.
           05  dc-hold-number          pic 9(04)    value zero.
           05  dc-current-value        pic 9(09).
           05  dc-change-amount        pic 9(09).
           05  dc-hold-reason          pic x(40).

       01  maint-totals.
           05  mt-trans-read           pic 9(06)    value zero.
           05  mt-trans-applied        pic 9(06)    value zero.
           05  mt-trans-rejected       pic 9(06)    value zero.
           05  mt-trans-held           pic 9(06)    value zero.

       01  maint-reject-reason         pic x(50).

       01  audit-image-holds.
           05  audit-before-image      pic x(120).
           05  audit-after-image       pic x(120).

       01  edited-trans-read           pic zzz,zz9.
       01  edited-trans-applied        pic zzz,zz9.
       01  edited-trans-rejected       pic zzz,zz9.
       01  edited-trans-held           pic zzz,zz9.

       01  report-control.
           05  rpt-page-number         pic 9(04)    value zero.
      *  ACCTTRAN transaction file, reads it one record at a time,
      *  and performs 060-apply-transaction once for every record on
      *  the file. When the file is exhausted it prints the control
      *  totals, closes up, and ends the run. A night with no
      *  ACCTTRAN file staged has nothing to apply and prints the
      *  report with zero totals.
       000-maintain-account-master.
           display "Maintaining Account Master".
           open input accttran-file.
           if accttran-file-status = "35"
               display "ACCTMNT - NO ACCTTRAN TRANSACTIONS TO APPLY"
               move "N" to transaction-file-switch
               move "Y" to accttran-eof-switch
           else
               if accttran-file-status not = "00"
                   display
                "ACCTMNT ABEND - ACCTTRAN OPEN FAILED, FILE STATUS "
                       accttran-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           open output acctmrpt-file.
           if acctmrpt-file-status not = "00"
               display
                 "ACCTMNT ABEND - ACCTMRPT OPEN FAILED, FILE STATUS "
                   acctmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           perform 020-initialize-report.
           perform 005-initialize-account-master.
           perform 006-initialize-audit-file.
           perform 007-open-reference-table.
           perform 008-read-maint-parms.
           perform 009-initialize-pending-file.
           perform 011-open-fee-table.
           if transaction-file-present
               perform 010-read-accttran-record
           end-if
           perform 060-apply-transaction
               until accttran-eof.
           perform 800-write-maint-trailer.
           if transaction-file-present
               close accttran-file
           end-if
           close acctmstr-file.
           close acctmrpt-file.
           close acctaud-file.
           close acctpend-file.
           if reference-table-present
               close advbrtbl-file
           end-if
           if fee-table-present
               close feetbl-file
           end-if
           display "End of Maintenance".
           stop run.

                   display
                "ACCTMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
                   display
                "ACCTMNT ABEND - ACCTMSTR OPEN FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
               display
                 "ACCTMNT ABEND - ACCTAUD OPEN FAILED, FILE STATUS "
                   acctaud-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Opens the ADVBRTBL advisor/branch reference table read-only
      *  for the code edits. A site that has not yet built the table
      *  can still maintain accounts that carry no advisor or branch
      *  code; any code keyed is rejected until the table exists.
       007-open-reference-table.
           open input advbrtbl-file.
           if advbrtbl-file-status = "35"
               move "N" to reference-table-switch
           else
               if advbrtbl-file-status not = "00"
                   display
                "ACCTMNT ABEND - ADVBRTBL OPEN FAILED, FILE STATUS "
                       advbrtbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to reference-table-switch
               end-if
           end-if.

      *  Reads the dual-control thresholds from the MNTPARM
      *  parameter file: the investment-amount movement and the
      *  contribution or withdrawal movement a change may make
      *  before it must be approved by a second person. When no
      *  parameter file is supplied the thresholds stay at their
      *  defaults of 100,000 and 5,000.
       008-read-maint-parms.
           open input mntparm-file.
           if mntparm-file-status = "00"
               read mntparm-file
                   at end
                       continue
                   not at end
                       if pm-amount-threshold is numeric
                           and pm-amount-threshold > zero
                           move pm-amount-threshold
                               to dc-amount-threshold
                       end-if
                       if pm-periodic-threshold is numeric
                           and pm-periodic-threshold > zero
                           move pm-periodic-threshold
                               to dc-periodic-threshold
                       end-if
               end-read
               close mntparm-file
           end-if.

      *  Opens the ACCTPEND pending-approval file, creating an empty
      *  indexed file the first time the program is ever run, and
      *  finds the highest hold number already used for today's
      *  date so a second maintenance run on the same day continues
      *  the sequence instead of colliding with the first, the same
      *  way CALCXTR numbers its batches.
       009-initialize-pending-file.
           open i-o acctpend-file.
           if acctpend-file-status = "35"
               open output acctpend-file
               close acctpend-file
               open i-o acctpend-file
               if acctpend-file-status not = "00"
                   display
                "ACCTMNT ABEND - ACCTPEND OPEN FAILED, FILE STATUS "
                       acctpend-file-status
                   move 16 to return-code
                   stop run
               end-if
           else
               if acctpend-file-status not = "00"
                   display
                "ACCTMNT ABEND - ACCTPEND OPEN FAILED, FILE STATUS "
                       acctpend-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           move zero to dc-hold-number.
           move rpt-run-date to pa-hold-date.
           move zero to pa-hold-number.
           start acctpend-file
               key is not less than pa-pending-key
               invalid key
                   move "Y" to pending-scan-switch
               not invalid key
                   move "N" to pending-scan-switch
           end-start
           perform 019-scan-pending-entry
               until pending-scan-done.

      *  Opens the FEETBL fee schedule table read-only for the fee
      *  code edit. A site that has not yet built the table can
      *  still maintain accounts that carry no fee code; any code
      *  keyed is rejected until the table exists.
       011-open-fee-table.
           open input feetbl-file.
           if feetbl-file-status = "35"
               move "N" to fee-table-switch
           else
               if feetbl-file-status not = "00"
                   display
                "ACCTMNT ABEND - FEETBL OPEN FAILED, FILE STATUS "
                       feetbl-file-status
                   move 16 to return-code
                   stop run
               else
                   move "Y" to fee-table-switch
               end-if
           end-if.

      *  Examines the next pending entry for today's date. Entries
      *  arrive in hold-number order, so each one for today moves
      *  the last hold number used up to it, and the scan stops at
      *  the first entry belonging to another date.
       019-scan-pending-entry.
           read acctpend-file next record
               at end
                   move "Y" to pending-scan-switch
               not at end
                   if pa-hold-date not = rpt-run-date
                       move "Y" to pending-scan-switch
                   else
                       move pa-hold-number to dc-hold-number
                   end-if
           end-read.

      *  Establishes the run date used on the report header and
      *  prints the first page heading before any detail lines go
      *  to acctmrpt-file.
               display
                 "ACCTMNT ABEND - ACCTMRPT WRITE FAILED, FILE STATUS "
                   acctmrpt-file-status
               move 16 to return-code
               stop run
           end-if
           move 4 to rpt-line-count.

      *  Validates the transaction just read before it is allowed to
      *  touch acctmstr-file. The action code must be add, change, or
      *  delete, the account number and the person who keyed it must
      *  be present, and an add must carry a full set of in-range
      *  projection values the same way CALC2000's input edit bounds
      *  them. The first condition that fails sets
      *  transaction-switch to "N" and records the reason so
      *  150-write-maint-line can report it.
       050-edit-transaction.
           move "Y" to transaction-switch.
           if not at-action-add
               move "N" to transaction-switch
               move "Account number is required"
                   to maint-reject-reason
           else
           if at-entered-by = spaces
               move "N" to transaction-switch
               move "Entered-by required"
                   to maint-reject-reason
           else
               if at-action-add
                   perform 052-edit-add-values
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *  An add must carry every master field, bounded the same way
                       end-if
                   end-if
               end-if
           end-if
           if transaction-valid
               perform 056-edit-advisor-branch
           end-if
           if transaction-valid
               perform 057-edit-fee-schedule
           end-if
           if transaction-valid
               perform 055-edit-household
           end-if.

      *  A change only replaces the fields it carries, but any field
                     "Yearly interest rate must be between 0 and 25"
                       to maint-reject-reason
               end-if
           end-if
           if transaction-valid
               perform 056-edit-advisor-branch
           end-if
           if transaction-valid
               perform 057-edit-fee-schedule
           end-if
           if transaction-valid
               perform 055-edit-household
           end-if.

      *  Any primary flag the transaction carries must be Y or N,
      *  and only an account in a household can be its primary
      *  mailing account - an add flagged primary must name its
      *  household, and no transaction may flag an account primary
      *  while taking it out of its household with NONE.
       055-edit-household.
           if not at-household-primary-valid
               move "N" to transaction-switch
               move "Household primary flag must be Y or N"
                   to maint-reject-reason
           else
               if at-household-primary = "Y"
                   and (at-household-id = "NONE"
                       or (at-action-add and at-household-id = spaces))
                   move "N" to transaction-switch
                   move "Primary account must belong to a household"
                       to maint-reject-reason
               end-if
           end-if.

      *  Any advisor or branch code the transaction carries must be
      *  on the ADVBRTBL reference table, and the advisor must still
      *  be active - a terminated advisor's book is moved, never
      *  added to. A blank code is left alone, the same as a blank
      *  field on a change.
       056-edit-advisor-branch.
           if at-advisor-code not = spaces
               move "A" to ab-entry-type
               move at-advisor-code to ab-entry-code
               perform 058-read-reference-entry
               if transaction-invalid
                   move "Advisor code not found on ADVBRTBL"
                       to maint-reject-reason
               else
                   if ab-advisor-terminated
                       move "N" to transaction-switch
                       move "Advisor is terminated on ADVBRTBL"
                           to maint-reject-reason
                   end-if
               end-if
           end-if
           if transaction-valid
               and at-branch-code not = spaces
               move "B" to ab-entry-type
               move at-branch-code to ab-entry-code
               perform 058-read-reference-entry
               if transaction-invalid
                   move "Branch code not found on ADVBRTBL"
                       to maint-reject-reason
               end-if
           end-if.

      *  Any fee-schedule code the transaction carries must have an
      *  entry in force on FEETBL today, resolved the way CALC2000
      *  resolves it, so an account is never pointed at a schedule
      *  its next projection would reject. NONE clears the code and
      *  a blank code is left alone.
       057-edit-fee-schedule.
           if at-fee-schedule-code not = spaces
               and at-fee-schedule-code not = "NONE"
               move "N" to fee-scan-hit-switch
               if fee-table-present
                   move at-fee-schedule-code to ft-fee-schedule-code
                   move "00000000" to ft-effective-from
                   start feetbl-file
                       key is not less than ft-fee-key
                       invalid key
                           move "Y" to fee-scan-done-switch
                       not invalid key
                           move "N" to fee-scan-done-switch
                   end-start
                   perform 059-scan-fee-entry
                       until fee-scan-done
               end-if
               if not fee-scan-hit
                   move "N" to transaction-switch
                   move "Fee schedule has no entry in force on FEETBL"
                       to maint-reject-reason
               end-if
           end-if.

      *  Examines the next fee table entry for the code being
      *  edited. An entry for the code dated on or before today
      *  means the code is in force; the scan stops at the first
      *  entry past today or belonging to another code.
       059-scan-fee-entry.
           read feetbl-file next record
               at end
                   move "Y" to fee-scan-done-switch
               not at end
                   if ft-fee-schedule-code not = at-fee-schedule-code
                       or ft-effective-from > rpt-run-date
                       move "Y" to fee-scan-done-switch
                   else
                       move "Y" to fee-scan-hit-switch
                   end-if
           end-read.

      *  Reads the reference entry for the key already built in
      *  ab-table-key. An entry that is not on file, or a table that
      *  does not exist yet, marks the transaction invalid; the
      *  caller supplies the reason.
       058-read-reference-entry.
           if reference-table-absent
               move "N" to transaction-switch
           else
               read advbrtbl-file
                   key is ab-table-key
                   invalid key
                       move "N" to transaction-switch
               end-read
           end-if.

      *  Routes one edited transaction to the add, change, or delete
      *  paragraph, then writes its applied/rejected report line and
      *  reads the next transaction so the driver loop can pick it
      *  up. A change or delete that needs dual-control approval is
      *  held on ACCTPEND instead of being applied, and gets no
      *  audit record until ACCTAPR releases it.
       060-apply-transaction.
           move "N" to approval-switch.
           if transaction-valid
               if at-action-add
                   perform 100-add-master-record
               else
                   perform 070-test-approval-required
                   if transaction-valid
                       if approval-required
                           perform 080-hold-for-approval
                       else
                           if at-action-change
                               perform 110-change-master-record
                           else
                               perform 120-delete-master-record
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           perform 150-write-maint-line.
           if transaction-valid
               if approval-required
                   add 1 to mt-trans-held
               else
                   perform 140-write-audit-record
                   add 1 to mt-trans-applied
               end-if
           else
               add 1 to mt-trans-rejected
           end-if
           perform 010-read-accttran-record.

      *  Decides whether a change or delete needs a second person's
      *  approval. Every delete does. A change does when it moves
      *  the investment amount by more than the amount threshold, or
      *  the contribution or withdrawal by more than the periodic
      *  threshold, measured against the master record as it stands
      *  now. A key that is not on file rejects the transaction.
       070-test-approval-required.
           move at-account-number to am-account-number.
           read acctmstr-file
               key is am-account-number
               invalid key
                   move "N" to transaction-switch
                   move "Account number not found on ACCTMSTR"
                       to maint-reject-reason
           end-read
           if transaction-valid
               if at-action-delete
                   move "Y" to approval-switch
                   move "Delete of a client account"
                       to dc-hold-reason
               else
                   perform 072-test-change-movement
               end-if
           end-if.

      *  Measures each amount the change carries against the value
      *  on the master. The first movement past its threshold holds
      *  the change and names the field on the pending record.
       072-test-change-movement.
           if at-investment-amount > zero
               move am-investment-amount to dc-current-value
               if at-investment-amount > dc-current-value
                   compute dc-change-amount =
                       at-investment-amount - dc-current-value
               else
                   compute dc-change-amount =
                       dc-current-value - at-investment-amount
               end-if
               if dc-change-amount > dc-amount-threshold
                   move "Y" to approval-switch
                   move "Investment amount moved beyond threshold"
                       to dc-hold-reason
               end-if
           end-if
           if not approval-required
               and at-periodic-contribution > zero
               move am-periodic-contribution to dc-current-value
               if at-periodic-contribution > dc-current-value
                   compute dc-change-amount =
                       at-periodic-contribution - dc-current-value
               else
                   compute dc-change-amount =
                       dc-current-value - at-periodic-contribution
               end-if
               if dc-change-amount > dc-periodic-threshold
                   move "Y" to approval-switch
                   move "Contribution moved beyond threshold"
                       to dc-hold-reason
               end-if
           end-if
           if not approval-required
               and at-periodic-withdrawal is numeric
               and at-periodic-withdrawal > zero
               if am-periodic-withdrawal is numeric
                   move am-periodic-withdrawal to dc-current-value
               else
                   move zero to dc-current-value
               end-if
               if at-periodic-withdrawal > dc-current-value
                   compute dc-change-amount =
                       at-periodic-withdrawal - dc-current-value
               else
                   compute dc-change-amount =
                       dc-current-value - at-periodic-withdrawal
               end-if
               if dc-change-amount > dc-periodic-threshold
                   move "Y" to approval-switch
                   move "Withdrawal moved beyond threshold"
                       to dc-hold-reason
               end-if
           end-if.

      *  Writes the held transaction to ACCTPEND under the next hold
      *  number for today, carrying the transaction as keyed and the
      *  master image it was measured against, so ACCTAPR can apply
      *  it exactly as keyed once released and can tell if the
      *  account has moved in the meantime.
       080-hold-for-approval.
           add 1 to dc-hold-number.
           move spaces              to acctpend-record.
           move rpt-run-date        to pa-hold-date.
           move dc-hold-number      to pa-hold-number.
           move "P"                 to pa-pending-status.
           move dc-hold-reason      to pa-hold-reason.
           move at-account-number   to pa-account-number.
           move at-action-code      to pa-action-code.
           move at-entered-by       to pa-entered-by.
           move accttran-record     to pa-tran-image.
           move acctmstr-record     to pa-before-image.
           write acctpend-record
               invalid key
                   display
                "ACCTMNT ABEND - ACCTPEND DUPLICATE HOLD KEY "
                       pa-pending-key
                   move 16 to return-code
                   stop run
           end-write
           if acctpend-file-status not = "00"
               display
                "ACCTMNT ABEND - ACCTPEND WRITE FAILED, FILE STATUS "
                   acctpend-file-status
               move 16 to return-code
               stop run
           end-if.

      *  Builds a new acctmstr-record from the transaction and writes
      *  it. A key that is already on file rejects the transaction
      *  instead of overlaying the existing client.
       100-add-master-record.
           move spaces                  to audit-before-image.
           move spaces                  to acctmstr-record.
           move at-account-number       to am-account-number.
           move at-owner-name           to am-owner-name.
           move at-investment-amount    to am-investment-amount.
           else
               move zero to am-periodic-withdrawal
           end-if.
           if at-fee-schedule-code = "NONE"
               move spaces to am-fee-schedule-code
           else
               move at-fee-schedule-code to am-fee-schedule-code
           end-if.
           if at-household-id not = "NONE"
               move at-household-id     to am-household-id
           end-if.
           perform 115-set-household-primary.
           move spaces                  to am-last-run-date.
           write acctmstr-record
               invalid key
               display
                "ACCTMNT ABEND - ACCTMSTR WRITE FAILED, FILE STATUS "
                   acctmstr-file-status
               move 16 to return-code
               stop run
           end-if
           move acctmstr-record to audit-after-image.
                   move at-periodic-withdrawal
                       to am-periodic-withdrawal
               end-if
               if at-fee-schedule-code = "NONE"
                   move spaces to am-fee-schedule-code
               else
                   if at-fee-schedule-code not = spaces
                       move at-fee-schedule-code
                           to am-fee-schedule-code
                   end-if
               end-if
               if at-household-id = "NONE"
                   move spaces to am-household-id
               else
                   if at-household-id not = spaces
                       and at-household-id not = am-household-id
                       move at-household-id to am-household-id
                       move "N" to am-household-primary
                   end-if
               end-if
               perform 115-set-household-primary
               rewrite acctmstr-record
               if acctmstr-file-status not = "00"
                   display
                "ACCTMNT ABEND - ACCTMSTR WRITE FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
               move acctmstr-record to audit-after-image
           end-if.

      *  Settles the primary mailing flag once the household ID is
      *  in place. An account in no household carries no flag; an
      *  account in one takes the flag the transaction keyed, or
      *  keeps its own, and is not primary when neither says so.
       115-set-household-primary.
           if am-household-id = spaces
               move space to am-household-primary
           else
               if at-household-primary not = space
                   move at-household-primary to am-household-primary
               else
                   if am-household-primary = space
                       move "N" to am-household-primary
                   end-if
               end-if
           end-if.

      *  Deletes the master record for a closed account, reading it
      *  first so its final image is on the change audit. A key that
      *  is not on file rejects the transaction.
                   display
                "ACCTMNT ABEND - ACCTMSTR DELETE FAILED, FILE STATUS "
                       acctmstr-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           move at-account-number  to au-account-number.
           move audit-before-image to au-before-image.
           move audit-after-image  to au-after-image.
           move at-entered-by      to au-entered-by.
           move spaces             to au-approved-by.
           write acctaudit-record.
           if acctaud-file-status not = "00"
               display
                 "ACCTMNT ABEND - ACCTAUD WRITE FAILED, FILE STATUS "
                   acctaud-file-status
               move 16 to return-code
               stop run
           end-if.

               perform 030-print-report-headers
           end-if
           move spaces to acctmrpt-line.
           if transaction-valid
               and approval-required
               string "  " at-action-code delimited by size
                   "     " at-account-number delimited by size
                   "  HELD " pa-hold-date delimited by size
                   "-" pa-hold-number delimited by size
                   into acctmrpt-line
               end-string
               write acctmrpt-line
               move spaces to acctmrpt-line
               string "           Pending: " dc-hold-reason
                   delimited by size
                   into acctmrpt-line
               end-string
               write acctmrpt-line
               add 2 to rpt-line-count
           else
           if transaction-valid
               string "  " at-action-code delimited by size
                   "     " at-account-number delimited by size
               write acctmrpt-line
               add 2 to rpt-line-count
           end-if
           end-if
           if acctmrpt-file-status not = "00"
               display
                 "ACCTMNT ABEND - ACCTMRPT WRITE FAILED, FILE STATUS "
                   acctmrpt-file-status
               move 16 to return-code
               stop run
           end-if.

           move mt-trans-read     to edited-trans-read.
           move mt-trans-applied  to edited-trans-applied.
           move mt-trans-rejected to edited-trans-rejected.
           move mt-trans-held     to edited-trans-held.
           write acctmrpt-line from spaces.
           move "***** MAINTENANCE CONTROL TOTALS *****"
               to acctmrpt-line.
               into acctmrpt-line
           end-string
           write acctmrpt-line.
           move spaces to acctmrpt-line.
           string "Transactions Held      : " delimited by size
               edited-trans-held delimited by size
               into acctmrpt-line
           end-string
           write acctmrpt-line.
           if acctmrpt-file-status not = "00"
               display
                 "ACCTMNT ABEND - ACCTMRPT WRITE FAILED, FILE STATUS "
                   acctmrpt-file-status
               move 16 to return-code
               stop run
           end-if.
