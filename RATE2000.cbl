      *                 transactions against the rate master, with a
      *                 maintenance report and a who/when audit log of
      *                 every rate touched.
      * 2026.10.15  gd  Maker-checker: every add, change, or delete is
      *                 held on APRVMST until a second user approves
      *                 (V) or rejects (J) it by reference; the report
      *                 and RATELOG carry both user ids.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle the changes take effect in, with the
      *                 transaction, rate, approval, and log counts.

       environment division.

               organization is line sequential
               file status is rate-log-status-code.

           select approval-master assign to "APRVMST"
               organization is indexed
               access mode is dynamic
               record key is aprv-reference
               file status is approval-master-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
               88  rtx-change              value "C".
               88  rtx-delete              value "X".
               88  rtx-inquire             value "I".
               88  rtx-approve-held        value "V".
               88  rtx-reject-held         value "J".
               88  valid-rtx-action        value "A" "C" "X" "I"
                                                 "V" "J".
           05  rtx-user-id                 pic x(8).
           05  rtx-currency-code           pic x(3).
           05  rtx-effective-date          pic x(8).
           05  rtx-exchange-rate-n redefines rtx-exchange-rate
                                            pic 9(4)v9(4).

      * An approval (V) or rejection (J) names the held change by
      * the reference its hold was reported under; the user id is
      * the checker's, and must not be the keyer's
       01  rate-approval-transaction.
           05  ratx-action-code            pic x.
           05  ratx-user-id                pic x(8).
           05  ratx-reference              pic x(11).
           05  filler                      pic x(8).

       fd  rate-master.
       01  rate-master-record.
           copy "currency-rate-record.cpy".
       01  rate-report-record             pic x(80).

      * Rate log - one line per action, kept across runs so "who
      * changed the EUR rate and when" has an answer - and who
      * approved it
       fd  rate-log.
       01  rate-log-record                pic x(89).

      * Approval master - rate changes held whole until a second
      * user approves or rejects them; shared with mntn2000
       fd  approval-master.
       01  approval-record.
           copy "approval-record.cpy".

      * Nightly cycle control record - read only, for the number of
      * the cycle this run belongs to
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

           05  rate-t-rejects              pic zz,zz9.
           05  filler                      pic x(15) value spaces.

      * Who keyed and who checked a held change, under the line for
      * its approval or rejection
       01  rate-approval-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(5)  value "Ref: ".
           05  rate-a-reference            pic x(11).
           05  filler                      pic x(12) value
               "  Keyed by: ".
           05  rate-a-maker                pic x(8).
           05  filler                      pic x(14) value
               "  Checked by: ".
           05  rate-a-checker              pic x(8).
           05  filler                      pic x(18) value spaces.

       01  rate-approval-total-line.
           05  filler                      pic x(19) value
               "Held for approval: ".
           05  rate-t-held-approval        pic zz,zz9.
           05  filler                      pic x(12) value
               "  Approved: ".
           05  rate-t-approved             pic zz,zz9.
           05  filler                      pic x(12) value
               "  Rejected: ".
           05  rate-t-approval-rejects     pic zz,zz9.
           05  filler                      pic x(19) value spaces.

       01  rate-blank-line.
           05  filler                      pic x(80) value spaces.

           05  log-old-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-new-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-approver-id             pic x(8).

      * Edited image of the rate, so its before and after values can
      * be carried into the alphanumeric log fields
           05  rates-changed               pic 9(5)  value zero.
           05  rates-deleted               pic 9(5)  value zero.
           05  transactions-rejected       pic 9(5)  value zero.
           05  transactions-held-approval  pic 9(5)  value zero.
           05  held-changes-approved       pic 9(5)  value zero.
           05  held-changes-rejected       pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  transactions-read           pic 9(7)  value zero.
           05  rate-records-read           pic 9(7)  value zero.
           05  approval-records-read       pic 9(7)  value zero.
           05  log-records-written         pic 9(7)  value zero.

      * The checker of a held change being applied - spaces for
      * anything else - and the reference being decided
       01  approval-fields.
           05  approver-user-id            pic x(8)  value spaces.
           05  decision-reference          pic x(11).
           05  decision-reference-n redefines decision-reference
                                            pic 9(11).

      * Fields used to build the report's run date and the log stamp
       01  current-date-fields.
           05  transaction-valid-switch   pic x     value "Y".
               88  transaction-is-valid   value "Y".
               88  transaction-is-invalid value "N".
           05  approval-written-switch    pic x     value "N".
               88  approval-written       value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  rate-transaction-status-code   pic xx.
       77  rate-master-status-code        pic xx.
       77  rate-report-status-code        pic xx.
       77  rate-log-status-code           pic xx.
       77  approval-master-status-code    pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-maintain-rate-master.
           display "Maintaining currency rate master".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           open input rate-transaction-file
           if rate-transaction-status-code not = "00"
               display "Unable to open rate transaction file "
                   "RATETRAN - status " rate-transaction-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 010-open-rate-master
           perform 015-open-approval-master
           open output rate-report
           perform 005-open-rate-log
           perform 020-write-report-header

           close rate-transaction-file
           close rate-master
           close approval-master
           close rate-report
           close rate-log

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

               open output rate-log
           end-if.

      * The cycle tonight's rate changes take effect in, for the run
      * statistics: the one open on the run-control file if it opened
      * today, otherwise the next one, which calc2000 opens later
       008-find-tonights-cycle.
           open input cycle-control-file
           if cycle-control-status-code = "00"
               read cycle-control-file
                   at end
                       move 1 to stat-cycle-run-number
                   not at end
                       if cycl-run-date = stat-start-date
                           move cycl-run-number
                               to stat-cycle-run-number
                       else
                           compute stat-cycle-run-number =
                               cycl-run-number + 1
                       end-if
               end-read
               close cycle-control-file
           else
               move 1 to stat-cycle-run-number
           end-if.

      * Opens the rate master for update; the first run on a new
      * system finds no file yet, so that case creates it instead
       010-open-rate-master.
               display "Unable to open currency rate master RATEMST - "
                   "status " rate-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Opens the approval master for update; the first run on a new
      * system finds no file yet, so that case creates it instead
       015-open-approval-master.
           open i-o approval-master
           if approval-master-status-code = "35"
               open output approval-master
               close approval-master
               open i-o approval-master
           end-if
           if approval-master-status-code not = "00"
               display "Unable to open approval master file APRVMST - "
                   "status " approval-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

           read rate-transaction-file
               at end
                   set end-of-transactions to true
               not at end
                   add 1 to transactions-read
           end-read.

      * Routes one transaction: an approval or rejection decides a
      * held change, an inquiry answers at once, and any change to
      * the rate master is edited and held for a second user
       100-apply-one-transaction.
           set transaction-is-valid to true
           move spaces to approver-user-id

           if rtx-approve-held or rtx-reject-held
               perform 220-decide-held-change
           else
               perform 105-edit-transaction-key
               if transaction-is-invalid
                   perform 150-write-reject-line
               else
                   move rtx-currency-code to rate-currency-code
                   move rtx-effective-date-n to rate-effective-date
                   evaluate true
                       when rtx-add or rtx-change or rtx-delete
                           perform 210-edit-held-change
                       when rtx-inquire
                           perform 140-inquire-rate
                       when other
                           move "Action must be A, C, X, I, V, or J"
                               to rate-d-disposition
                           perform 150-write-reject-line
                   end-evaluate
               end-if
           end-if

           perform 060-read-transaction.

      * Applies one rate transaction to the master; performed only
      * for a held change its checker has approved
       102-apply-rate-transaction.
           move rtx-currency-code to rate-currency-code
           move rtx-effective-date-n to rate-effective-date
           evaluate true
               when rtx-add
                   perform 110-add-rate
               when rtx-change
                   perform 120-change-rate
               when rtx-delete
                   perform 130-delete-rate
           end-evaluate.

      * Every action names a currency and an effective date; a stale
      * rate ran a whole week once, so the date gets a sanity edit
      * rather than being taken on faith
               invalid key
                   continue
               not invalid key
                   add 1 to rate-records-read
                   set transaction-is-invalid to true
                   move "Rate already on master for this date"
                       to rate-d-disposition
                   set transaction-is-invalid to true
                   move "Rate not on master for this date"
                       to rate-d-disposition
               not invalid key
                   add 1 to rate-records-read
           end-read

           if transaction-is-valid
                   set transaction-is-invalid to true
                   move "Rate not on master for this date"
                       to rate-d-disposition
               not invalid key
                   add 1 to rate-records-read
           end-read

           if transaction-is-valid
                   set transaction-is-invalid to true
                   move "Rate not on master for this date"
                       to rate-d-disposition
               not invalid key
                   add 1 to rate-records-read
           end-read

           if transaction-is-valid
           move rtx-user-id to log-user-id
           move rate-d-action to log-action
           move rtx-currency-code to log-currency-code
           move rtx-effective-date-n to log-effective-date
           move approver-user-id to log-approver-id.

      * Appends one line to the rate log
       180-write-log-record.
           perform 179-build-log-line
           move log-line to rate-log-record
           write rate-log-record
           add 1 to log-records-written.

      * A change is edited the way it will be applied before it is
      * held, so the checker is never asked to approve one that can
      * only be rejected
       210-edit-held-change.
           move "HOLD" to rate-d-action
           read rate-master
               invalid key
                   if not rtx-add
                       set transaction-is-invalid to true
                       move "Rate not on master for this date"
                           to rate-d-disposition
                   end-if
               not invalid key
                   add 1 to rate-records-read
                   if rtx-add
                       set transaction-is-invalid to true
                       move "Rate already on master for this date"
                           to rate-d-disposition
                   end-if
           end-read

           if transaction-is-valid and not rtx-delete
               perform 115-edit-rate-value
           end-if

           if transaction-is-invalid
               perform 150-write-reject-line
           else
               perform 215-hold-for-approval
           end-if.

      * Parks the whole transaction on the approval master under the
      * next free reference for the day, and reports the reference
      * the checker will need
       215-hold-for-approval.
           move "RATE" to aprv-source
           move spaces to aprv-subject
           string rtx-currency-code " " rtx-effective-date
               delimited by size into aprv-subject
           evaluate true
               when rtx-add
                   move "ADD" to aprv-action
               when rtx-change
                   move "CHANGE" to aprv-action
               when other
                   move "DELETE" to aprv-action
           end-evaluate
           move "Rate master change" to aprv-reason
           move rtx-user-id to aprv-maker-user
           move current-date-yyyymmdd to aprv-keyed-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to aprv-keyed-time
           move rate-transaction to aprv-transaction-image

           move current-date-yyyymmdd to aprv-ref-date
           move zero to aprv-ref-sequence
           move "N" to approval-written-switch
           perform 217-write-approval-record
               until approval-written
                   or aprv-ref-sequence = 999

           if approval-written
               add 1 to transactions-held-approval
               move spaces to rate-d-disposition
               string "Held for approval - ref " aprv-reference
                   delimited by size into rate-d-disposition
               perform 155-write-action-line
               move "APPROVAL" to log-field-name
               move spaces to log-old-value
               move aprv-reference to log-new-value
               perform 180-write-log-record
           else
               move "No approval reference left for today"
                   to rate-d-disposition
               perform 150-write-reject-line
           end-if.

       217-write-approval-record.
           add 1 to aprv-ref-sequence
           write approval-record
               invalid key
                   continue
               not invalid key
                   set approval-written to true
           end-write.

      * Approves or rejects one held change.  The checker's user id
      * and the reference are set aside first - an approved change's
      * own image takes over the transaction record.
       220-decide-held-change.
           if rtx-approve-held
               move "APPROVE" to rate-d-action
           else
               move "REJECT" to rate-d-action
           end-if
           move ratx-user-id to approver-user-id
           move ratx-reference to decision-reference
           move spaces to rtx-currency-code
           move spaces to rtx-effective-date

           if decision-reference not numeric
               set transaction-is-invalid to true
               move "Approval reference must be numeric"
                   to rate-d-disposition
           else
               move decision-reference-n to aprv-reference
               read approval-master
                   invalid key
                       set transaction-is-invalid to true
                       move spaces to rate-d-disposition
                       string "No held change with ref "
                              decision-reference
                           delimited by size into rate-d-disposition
                   not invalid key
                       add 1 to approval-records-read
               end-read
           end-if

           if transaction-is-valid
               evaluate true
                   when not aprv-from-rate-master
                       set transaction-is-invalid to true
                       move "Held change belongs to account maintenance"
                           to rate-d-disposition
                   when approver-user-id = spaces
                       set transaction-is-invalid to true
                       move "Approver user id is required"
                           to rate-d-disposition
                   when approver-user-id = aprv-maker-user
                       set transaction-is-invalid to true
                       move "Approver must not be the user who keyed it"
                           to rate-d-disposition
                   when other
                       continue
               end-evaluate
           end-if

           if transaction-is-invalid
               perform 150-write-reject-line
           else
               if rtx-approve-held
                   perform 225-approve-held-change
               else
                   perform 227-reject-held-change
               end-if
           end-if
           move spaces to approver-user-id.

      * The held image comes off the approval master and is applied
      * exactly as keyed, under its keyer's user id with the
      * checker's beside it
       225-approve-held-change.
           delete approval-master
           add 1 to held-changes-approved
           move aprv-transaction-image to rate-transaction
           move "Approved - applied below" to rate-d-disposition
           perform 155-write-action-line
           perform 229-write-approval-line
           move "APPROVAL" to log-field-name
           move decision-reference to log-old-value
           move "APPROVED" to log-new-value
           perform 180-write-log-record

           set transaction-is-valid to true
           perform 102-apply-rate-transaction.

      * A rejected change is dropped unapplied; the log keeps who
      * keyed it and who turned it down
       227-reject-held-change.
           delete approval-master
           add 1 to held-changes-rejected
           move aprv-transaction-image to rate-transaction
           move "Rejected - not applied" to rate-d-disposition
           perform 155-write-action-line
           perform 229-write-approval-line
           move "APPROVAL" to log-field-name
           move decision-reference to log-old-value
           move "REJECTED" to log-new-value
           perform 180-write-log-record.

       229-write-approval-line.
           move decision-reference to rate-a-reference
           move aprv-maker-user to rate-a-maker
           move approver-user-id to rate-a-checker
           move rate-approval-line to rate-report-record
           write rate-report-record.

      * Writes the action counts at the end of the report
       300-write-report-totals.
           move rate-blank-line to rate-report-record
           write rate-report-record
           move rate-total-line to rate-report-record
           write rate-report-record
           move transactions-held-approval to rate-t-held-approval
           move held-changes-approved to rate-t-approved
           move held-changes-rejected to rate-t-approval-rejects
           move rate-approval-total-line to rate-report-record
           write rate-report-record.

      * Notes when the run started, for the run statistics record
       900-start-run-statistics.
           accept stat-start-date from date yyyymmdd
           accept stat-start-time from time.

      * Appends this run's statistics record to RUNSTATS: when it
      * ran, how long it took, how it ended, and what it read and
      * wrote on each data file.  Written on the way out of a failed
      * run as well as a good one.  A statistics file that cannot be
      * opened is reported and passed over - the run's work is not
      * failed for want of its statistics.
       910-write-run-statistics.
           accept stat-end-time from time
           compute stat-start-hundredths =
               (((stat-start-hh * 60) + stat-start-mm) * 60
                   + stat-start-ss) * 100 + stat-start-cc
           compute stat-end-hundredths =
               (((stat-end-hh * 60) + stat-end-mm) * 60
                   + stat-end-ss) * 100 + stat-end-cc
           compute stat-elapsed-hundredths =
               stat-end-hundredths - stat-start-hundredths
           if stat-elapsed-hundredths < zero
               add 8640000 to stat-elapsed-hundredths
           end-if

           move "RATE2000" to rst-program-id
           move stat-cycle-run-number to rst-cycle-run-number
           move stat-start-date to rst-run-date
           move stat-start-time to rst-start-time
           move stat-end-time to rst-end-time
           compute rst-elapsed-seconds = stat-elapsed-hundredths / 100
           move return-code to rst-return-code
           move zero to rst-file-count
           perform 915-clear-file-entry
               varying stat-file-sub from 1 by 1
               until stat-file-sub > 10
           perform 920-load-file-statistics

           open extend run-statistics-file
           if run-statistics-status-code = "35"
               open output run-statistics-file
           end-if
           if run-statistics-status-code = "00"
               write run-statistics-record
               close run-statistics-file
           else
               display "Unable to open run statistics file RUNSTATS - "
                   "status " run-statistics-status-code
           end-if.

      * Adds the file staged in stat-file-name and its counts to the
      * next entry on the record
       912-add-file-statistics.
           add 1 to rst-file-count
           move stat-file-name to rst-file-name(rst-file-count)
           move stat-file-read to rst-records-read(rst-file-count)
           move stat-file-written
               to rst-records-written(rst-file-count).

       915-clear-file-entry.
           move spaces to rst-file-name(stat-file-sub)
           move zero to rst-records-read(stat-file-sub)
           move zero to rst-records-written(stat-file-sub).

      * Stages each data file's counts onto the record; a rate or a
      * held change deleted counts as written, the same as one added
      * or rewritten
       920-load-file-statistics.
           move "RATETRAN" to stat-file-name
           move transactions-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATEMST" to stat-file-name
           move rate-records-read to stat-file-read
           compute stat-file-written =
               rates-added + rates-changed + rates-deleted
           perform 912-add-file-statistics

           move "APRVMST" to stat-file-name
           move approval-records-read to stat-file-read
           compute stat-file-written =
               transactions-held-approval + held-changes-approved
                   + held-changes-rejected
           perform 912-add-file-statistics

           move "RATELOG" to stat-file-name
           move zero to stat-file-read
           move log-records-written to stat-file-written
           perform 912-add-file-statistics.
