      *                 skipped count the desk can tie out.  A
      *                 400-account repricing is one transaction now,
      *                 not an evening of keying.
      * 2026.10.15  gd  Rate schedule action (R): set, replace, or
      *                 remove an account's step-rate and balance-tier
      *                 schedule on RATESCHD, with every step and tier
      *                 edited and logged before/after like a field
      *                 change.  An inquiry lists the schedule too.
      * 2026.10.15  gd  Maker-checker: investment amount and rate
      *                 changes past the APRVPARM limits, and every
      *                 global or rate schedule change, are held on
      *                 APRVMST instead of applied.  A second user
      *                 approves (V) or rejects (J) each by reference;
      *                 the report and MNTLOG carry both user ids.
      * 2026.10.15  gd  Client link: an account can carry the id of
      *                 its client on the client master CLNTMST, set
      *                 on an add or changed and logged like any other
      *                 field, so stmt2000 can mail one consolidated
      *                 statement per client.
      * 2026.10.15  gd  Term dates: an account carries its open date
      *                 (tonight if none is keyed on the add) and a
      *                 maturity date derived from it and the term,
      *                 plus the standing instruction matr2000 applies
      *                 at maturity - close, roll the same term, or
      *                 roll into a new term.  Each is logged like any
      *                 other field, and an inquiry shows them.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle the changes take effect in, with the
      *                 read and written counts for each data file.

       environment division.

               record key is pend-key
               file status is pending-master-status-code.

           select rate-schedule-master assign to "RATESCHD"
               organization is indexed
               access mode is dynamic
               record key is rsch-account-id
               file status is rate-schedule-status-code.

           select approval-master assign to "APRVMST"
               organization is indexed
               access mode is dynamic
               record key is aprv-reference
               file status is approval-master-status-code.

           select approval-parameter-file assign to "APRVPARM"
               organization is line sequential
               file status is approval-parm-status-code.

           select client-master assign to "CLNTMST"
               organization is indexed
               access mode is random
               record key is clnt-client-id
               file status is client-master-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
               88  txn-inquire             value "I".
               88  txn-cancel-pending      value "D".
               88  txn-global-change       value "G".
               88  txn-rate-schedule       value "R".
               88  txn-approve-held        value "V".
               88  txn-reject-held         value "J".
               88  valid-txn-action        value "A" "C" "X" "I" "D"
                                                 "G" "R" "V" "J".
           05  txn-user-id                 pic x(8).
           05  txn-account-id              pic x(10).
           05  txn-number-entered          pic x.
           05  txn-sel-rate-high-n redefines txn-sel-rate-high
                                            pic 99v9.
           05  txn-sel-frequency           pic x.
      * The client the account belongs to; must be on the client
      * master.  Blank on an add leaves the account unlinked, blank on
      * a change leaves the link alone.
           05  txn-client-id               pic x(10).
      * Term dates and maturity instruction.  A blank open date on an
      * add opens the account tonight; the maturity date is never
      * keyed - it follows from the open date and the term.  The new
      * term is only needed for a roll into a new term (N).
           05  txn-open-date               pic x(8).
           05  txn-open-date-n redefines txn-open-date
                                            pic 9(8).
           05  txn-maturity-instruction    pic x.
           05  txn-maturity-new-term       pic xx.
           05  txn-maturity-new-term-n redefines
                   txn-maturity-new-term   pic 99.

      * A rate schedule transaction (R) replaces the account's whole
      * schedule: the steps and tiers keyed are the schedule from
      * tonight on, and a transaction with neither removes it.  The
      * action, user, and account line up with the layout above.
       01  schedule-transaction.
           05  stx-action-code             pic x.
           05  stx-user-id                 pic x(8).
           05  stx-account-id              pic x(10).
           05  stx-step-count              pic xx.
           05  stx-step-count-n redefines stx-step-count
                                            pic 99.
           05  stx-step occurs 10 times.
               10  stx-step-from-year      pic xx.
               10  stx-step-from-year-n redefines stx-step-from-year
                                            pic 99.
               10  stx-step-rate           pic x(3).
               10  stx-step-rate-n redefines stx-step-rate
                                            pic 99v9.
           05  stx-tier-count              pic x.
           05  stx-tier-count-n redefines stx-tier-count
                                            pic 9.
           05  stx-tier occurs 5 times.
               10  stx-tier-floor          pic x(11).
               10  stx-tier-floor-n redefines stx-tier-floor
                                            pic 9(9)v99.
               10  stx-tier-rate           pic x(3).
               10  stx-tier-rate-n redefines stx-tier-rate
                                            pic 99v9.
           05  filler                      pic x(86).

      * An approval (V) or rejection (J) names the held change by
      * the reference its hold was reported under; the user id is
      * the checker's, and must not be the keyer's
       01  approval-transaction.
           05  atx-action-code             pic x.
           05  atx-user-id                 pic x(8).
           05  atx-reference               pic x(11).
           05  filler                      pic x(208).

       fd  account-master.
       01  account-master-record.

      * Maintenance log - one line per action or field changed, kept
      * across runs so "who changed this account's rate" has an answer
      * - and, for a held change, who approved it
       fd  maintenance-log.
       01  maintenance-log-record         pic x(89).

      * Currency rate master - one record per currency per effective
      * date, maintained by rate2000; read once at run start into the
       01  pending-master-record.
           copy "pending-transaction-record.cpy".

      * Rate schedule master - the step and tier rates an account
      * earns instead of one flat rate, read by calc2000 every year
       fd  rate-schedule-master.
       01  rate-schedule-record.
           copy "rate-schedule-record.cpy".

      * Approval master - high-impact changes held whole until a
      * second user approves or rejects them
       fd  approval-master.
       01  approval-record.
           copy "approval-record.cpy".

      * Approval limits - an investment amount or yearly rate change
      * larger than these is held for a second user
       fd  approval-parameter-file.
       01  approval-parameter-record.
           05  aprm-amount-limit           pic x(7).
           05  aprm-amount-limit-n redefines aprm-amount-limit
                                            pic 9(7).
           05  aprm-rate-limit             pic x(3).
           05  aprm-rate-limit-n redefines aprm-rate-limit
                                            pic 99v9.

      * Client master - read only, to prove a client id exists before
      * an account is linked to it
       fd  client-master.
       01  client-master-record.
           copy "client-master-record.cpy".

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

      * Report line layouts - built in working-storage, then moved to
           05  filler                      pic x(11) value
               "Statement: ".
           05  mnt-i-statement             pic x(1).
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(8)  value "Client: ".
           05  mnt-i-client-id             pic x(10).
           05  filler                      pic x(12) value spaces.

      * Schedule inquiry line - one per step or tier on file
       01  mnt-schedule-line.
           05  filler                      pic x(4)  value spaces.
           05  mnt-s-kind                  pic x(10).
           05  mnt-s-basis-label           pic x(11).
           05  mnt-s-basis                 pic x(14).
           05  filler                      pic x(2)  value spaces.
           05  mnt-s-rate                  pic z9.9.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(34) value spaces.

      * Third inquiry line - the account's term dates and what
      * happens when the term ends
       01  mnt-term-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(8)  value "Opened: ".
           05  mnt-i-open-date             pic x(10).
           05  filler                      pic x(11) value
               "  Matures: ".
           05  mnt-i-maturity-date         pic x(10).
           05  filler                      pic x(15) value
               "  At maturity: ".
           05  mnt-i-instruction           pic x(1).
           05  filler                      pic x(12) value
               "  New term: ".
           05  mnt-i-new-term              pic z9.
           05  filler                      pic x(7)  value spaces.

       01  mnt-schedule-edit-fields.
           05  mnt-s-year-edit             pic z9.
           05  mnt-s-floor-edit            pic zzz,zzz,zz9.99.

      * Heading over the queued-pending section at the end of the
      * report, so the desk can see what is waiting on its date
           05  mnt-t-queued                pic zz,zz9.
           05  filler                      pic x(14) value spaces.

      * Who keyed and who checked a held change, under the line for
      * its approval or rejection
       01  mnt-approval-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(5)  value "Ref: ".
           05  mnt-a-reference             pic x(11).
           05  filler                      pic x(12) value
               "  Keyed by: ".
           05  mnt-a-maker                 pic x(8).
           05  filler                      pic x(14) value
               "  Checked by: ".
           05  mnt-a-checker               pic x(8).
           05  filler                      pic x(18) value spaces.

       01  mnt-approval-total-line.
           05  filler                      pic x(19) value
               "Held for approval: ".
           05  mnt-t-held-approval         pic zz,zz9.
           05  filler                      pic x(12) value
               "  Approved: ".
           05  mnt-t-approved              pic zz,zz9.
           05  filler                      pic x(12) value
               "  Rejected: ".
           05  mnt-t-approval-rejects      pic zz,zz9.
           05  filler                      pic x(19) value spaces.

       01  mnt-schedule-total-line.
           05  filler                      pic x(20) value
               "Rate schedules set: ".
           05  mnt-t-schedules-set         pic zz,zz9.
           05  filler                      pic x(12) value
               "  Removed: ".
           05  mnt-t-schedules-removed     pic zz,zz9.
           05  filler                      pic x(36) value spaces.

       01  mnt-blank-line.
           05  filler                      pic x(80) value spaces.

           05  log-old-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-new-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-approver-id             pic x(8).

      * Edited images of the non-integer fields, so their before and
      * after values can be carried into the alphanumeric log fields
           05  log-target-value            pic 9(9)v99.
           05  log-target-image redefines log-target-value
                                            pic x(11).
           05  log-step-image.
               10  filler                  pic x(1)  value "Y".
               10  log-step-year           pic 99.
               10  filler                  pic x(3)  value " @ ".
               10  log-step-rate           pic 99.9.
           05  log-entry-number            pic 9.
           05  log-step-number             pic 99.

      * The account's schedule as it stood before tonight's rate
      * schedule transaction, compared step by step and tier by tier
      * with the new one so only what moved is logged
       01  prior-schedule-record.
           copy "rate-schedule-record.cpy"
               replacing ==rsch-account-id== by ==prior-account-id==
                   ==rsch-step-count== by ==prior-step-count==
                   ==rsch-step== by ==prior-step==
                   ==rsch-step-from-year== by ==prior-step-from-year==
                   ==rsch-step-rate== by ==prior-step-rate==
                   ==rsch-tier-count== by ==prior-tier-count==
                   ==rsch-tier== by ==prior-tier==
                   ==rsch-tier-floor== by ==prior-tier-floor==
                   ==rsch-tier-rate== by ==prior-tier-rate==
                   ==rsch-maintained-date== by
                       ==prior-maintained-date==
                   ==rsch-maintained-time== by
                       ==prior-maintained-time==
                   ==rsch-maintained-user== by
                       ==prior-maintained-user==.

      * Working fields for editing and comparing a rate schedule
       01  schedule-work-fields.
           05  schedule-sub                pic 99   comp.
           05  previous-step-year          pic 99.
           05  previous-tier-floor         pic 9(9)v99.
           05  prior-entry-image           pic x(11).
           05  new-entry-image             pic x(11).

      * A change's log lines wait here until the rewrite is decided,
      * so the log never shows a change that was not committed
       01  pending-log-fields.
           05  pending-log-count           pic 99   comp value zero.
           05  pending-log-index           pic 99   comp.
           05  pending-log-entry occurs 24 times
                                            pic x(89).

      * Currency-conversion rate table, shared with calc2000 so an
      * add can only carry a currency the nightly run will accept;
           05  transactions-released       pic 9(5)  value zero.
           05  pending-cancelled           pic 9(5)  value zero.
           05  pending-queued              pic 9(5)  value zero.
           05  schedules-set               pic 9(5)  value zero.
           05  schedules-removed           pic 9(5)  value zero.
           05  transactions-held-approval  pic 9(5)  value zero.
           05  held-changes-approved       pic 9(5)  value zero.
           05  held-changes-rejected       pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  transactions-read           pic 9(7)  value zero.
           05  account-records-read        pic 9(7)  value zero.
           05  account-records-written     pic 9(7)  value zero.
           05  pending-records-read        pic 9(7)  value zero.
           05  rate-records-read           pic 9(7)  value zero.
           05  schedules-read              pic 9(7)  value zero.
           05  approval-records-read       pic 9(7)  value zero.
           05  client-records-read         pic 9(7)  value zero.
           05  log-records-written         pic 9(7)  value zero.

      * The approval limits as read, what a change would move the
      * master by, and the checker of a held change being applied -
      * spaces for anything applied on one user's say-so
       01  approval-fields.
           05  approval-amount-limit       pic 9(7)  value zero.
           05  approval-rate-limit         pic 99v9  value zero.
           05  approval-amount-change      pic s9(8).
           05  approval-rate-change        pic s99v9.
           05  approval-reason             pic x(20).
           05  approval-subject            pic x(13).
           05  approver-user-id            pic x(8)  value spaces.
           05  decision-reference          pic x(11).
           05  decision-reference-n redefines decision-reference
                                            pic 9(11).

      * One global change's selection as edited, and what it touched
       01  global-change-fields.
               10  effective-date-mm       pic 9(2).
               10  effective-date-dd       pic 9(2).

      * An open date opened up for its edit, and the maturity date
      * derived from it - the same year, month, and day the number of
      * years later, with the 29th of February falling back to the
      * 28th in a year that has none
       01  term-date-fields.
           05  open-date-yyyymmdd          pic 9(8).
           05  open-date-parts redefines open-date-yyyymmdd.
               10  open-date-yyyy          pic 9(4).
               10  open-date-mm            pic 9(2).
               10  open-date-dd            pic 9(2).
           05  derived-maturity-date       pic 9(8).
           05  derived-maturity-parts redefines derived-maturity-date.
               10  derived-maturity-yyyy   pic 9(4).
               10  derived-maturity-mm     pic 9(2).
               10  derived-maturity-dd     pic 9(2).
           05  leap-quotient               pic 9(4).
           05  leap-remainder-4            pic 9(3).
           05  leap-remainder-100          pic 9(3).
           05  leap-remainder-400          pic 9(3).
           05  term-date-edit              pic x(10).

      * Switches
       01  program-switches.
           05  transaction-file-switch    pic x     value "N".
               88  end-of-master-scan     value "Y".
           05  global-match-switch        pic x     value "N".
               88  account-matches-global value "Y".
           05  schedule-on-file-switch    pic x     value "N".
               88  schedule-on-file       value "Y".
           05  approval-needed-switch     pic x     value "N".
               88  approval-needed        value "Y".
           05  approval-written-switch    pic x     value "N".
               88  approval-written       value "Y".
           05  client-master-switch       pic x     value "N".
               88  clients-on-file        value "Y".

      * Highest yearly interest rate, term, fee, and withholding tax
      * we consider sane - the same limits calc2000 enforces on the
           05  maximum-fee-percentage      pic 99v99 value 10.00.
           05  maximum-tax-percentage      pic 99v99 value 50.00.

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  transaction-file-status-code   pic xx.
       77  rate-master-status-code        pic xx.
       77  pending-master-status-code     pic xx.
       77  account-master-status-code     pic xx.
       77  maintenance-report-status-code pic xx.
       77  maintenance-log-status-code    pic xx.
       77  rate-schedule-status-code      pic xx.
       77  approval-master-status-code    pic xx.
       77  approval-parm-status-code      pic xx.
       77  client-master-status-code      pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-maintain-account-master.
           display "Maintaining account master".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           open input transaction-file
           if transaction-file-status-code not = "00"
               display "Unable to open transaction file MNTTRAN - "
                   "status " transaction-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 012-load-currency-rates
           perform 010-open-account-master
           perform 011-open-pending-master
           perform 016-open-rate-schedule-master
           perform 015-read-approval-limits
           perform 017-open-approval-master
           perform 019-open-client-master
           open output maintenance-report
           perform 005-open-maintenance-log
           perform 020-write-report-header
           close transaction-file
           close account-master
           close pending-master
           close rate-schedule-master
           close approval-master
           if clients-on-file
               close client-master
           end-if
           close maintenance-report
           close maintenance-log

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

               open output maintenance-log
           end-if.

      * The cycle whose extract first carries the changes, for the
      * run statistics: the one open on the run-control file if it
      * opened today, otherwise the next one, which calc2000 opens
      * later tonight
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

      * Loads the in-storage rate table from the rate master; the
      * records arrive in key order - currency, then effective date -
      * so per currency the last record dated on or before the run
               display "Unable to open currency rate master RATEMST - "
                   "status " rate-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               display "No currency rates in effect on RATEMST - "
                   "run stopped"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

           read rate-master
               at end
                   set end-of-rate-master to true
               not at end
                   add 1 to rate-records-read
           end-read.

      * A record dated after the run date is not yet in effect; a
                       display "Currency rate table is full - "
                           "raise the table limit"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   end-if
                   add 1 to currency-rate-count
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

               display "Unable to open pending master file PENDMST - "
                   "status " pending-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Opens the rate schedule master for update; the first run on a
      * new system finds no file yet, so that case creates it instead
       016-open-rate-schedule-master.
           open i-o rate-schedule-master
           if rate-schedule-status-code = "35"
               open output rate-schedule-master
               close rate-schedule-master
               open i-o rate-schedule-master
           end-if
           if rate-schedule-status-code not = "00"
               display "Unable to open rate schedule master RATESCHD - "
                   "status " rate-schedule-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Reads the approval limits; with no APRVPARM every investment
      * amount or rate change is held, rather than none
       015-read-approval-limits.
           open input approval-parameter-file
           evaluate approval-parm-status-code
               when "00"
                   read approval-parameter-file
                       at end
                           display "Approval parameter file APRVPARM "
                               "is empty - run stopped"
                           move 16 to return-code
                           perform 910-write-run-statistics
                           stop run
                   end-read
                   close approval-parameter-file
                   if aprm-amount-limit not numeric
                           or aprm-rate-limit not numeric
                       display "Approval limits on APRVPARM must be "
                           "numeric - run stopped"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   end-if
                   move aprm-amount-limit-n to approval-amount-limit
                   move aprm-rate-limit-n to approval-rate-limit
               when "35"
                   display "No approval parameter file APRVPARM - "
                       "every amount and rate change is held"
               when other
                   display "Unable to open approval parameter file "
                       "APRVPARM - status " approval-parm-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

      * Opens the approval master for update; the first run on a new
      * system finds no file yet, so that case creates it instead
       017-open-approval-master.
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

      * Opens the client master for the link edits; no CLNTMST yet
      * means no client has been set up, so no account can be linked
       019-open-client-master.
           open input client-master
           evaluate client-master-status-code
               when "00"
                   set clients-on-file to true
               when "35"
                   continue
               when other
                   display "Unable to open client master file "
                       "CLNTMST - status " client-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           read pending-master next record
               at end
                   set end-of-pending-master to true
               not at end
                   add 1 to pending-records-read
           end-read

           if not end-of-pending-master

      * Runs one due transaction through the normal routing with the
      * original keyer's user id intact - the log shows who asked
      * for the change, not who ran the release - and its approver's
      * when it was a held change
       037-apply-one-pending.
           move pend-transaction-image to maintenance-transaction
           move pend-approver-user to approver-user-id
           move spaces to txn-effective-date
           set transaction-is-valid to true
           move txn-account-id to account-id
           perform 105-route-transaction
           delete pending-master
           add 1 to transactions-released
           move spaces to approver-user-id.

      * Writes the report header
       020-write-report-header.
           read transaction-file
               at end
                   set end-of-transactions to true
               not at end
                   add 1 to transactions-read
           end-read.

      * Handles one keyed transaction: an approval or rejection
      * decides a held change, a high-impact change is held for a
      * second user, and everything else goes on to dispatch
       100-apply-one-transaction.
           set transaction-is-valid to true
           move txn-account-id to account-id
           move spaces to approver-user-id

           evaluate true
               when txn-approve-held or txn-reject-held
                   perform 220-decide-held-change
               when other
                   perform 210-check-approval-needed
                   if approval-needed
                       perform 215-hold-for-approval
                   else
                       perform 102-dispatch-transaction
                   end-if
           end-evaluate

           perform 060-read-transaction.

      * A cancel works the pending queue, a dated one holds or
      * applies by its date, the rest route straight to their
      * action.  A rate schedule carries no effective date - its
      * steps occupy that part of the record.  Performed for keyed
      * transactions and for held ones as they are approved.
       102-dispatch-transaction.
           evaluate true
               when txn-cancel-pending
                   perform 135-cancel-pending-transaction
               when txn-rate-schedule
                   perform 105-route-transaction
               when txn-effective-date not = spaces
                       and not txn-inquire
                   perform 132-hold-or-apply
               when other
                   perform 105-route-transaction
           end-evaluate.

      * Routes one transaction to the right action; performed both
      * for tonight's keyed transactions and for pending ones being
                   perform 140-inquire-account
               when txn-global-change
                   perform 143-global-change-accounts
               when txn-rate-schedule
                   perform 190-maintain-rate-schedule
               when other
                   move "Action must be A, C, G, X, I, D, R, V, or J"
                       to mnt-d-disposition
                   perform 150-write-reject-line
           end-evaluate.
           move txn-effective-date-n to pend-effective-date
           move txn-user-id to pend-user-id
           move current-date-yyyymmdd to pend-keyed-date
           move approver-user-id to pend-approver-user
           move maintenance-transaction to pend-transaction-image
           write pending-master-record
               invalid key
                           to mnt-d-disposition
                       perform 150-write-reject-line
                   not invalid key
                       add 1 to pending-records-read
                       delete pending-master
                       add 1 to pending-cancelled
                       move "Pending change cancelled"
               invalid key
                   continue
               not invalid key
                   add 1 to account-records-read
                   set transaction-is-invalid to true
                   move "Account already on master"
                       to mnt-d-disposition
               else
                   move "N" to statement-delivery
               end-if
               move txn-client-id to client-id
               if txn-open-date = spaces
                   move current-date-yyyymmdd to open-date
               else
                   move txn-open-date-n to open-date
               end-if
               if txn-maturity-instruction = space
                   set mature-and-close to true
               else
                   move txn-maturity-instruction
                       to maturity-instruction
               end-if
               if txn-maturity-new-term = spaces
                   move zero to maturity-new-term
               else
                   move txn-maturity-new-term-n to maturity-new-term
               end-if
               perform 119-derive-maturity-date
               move derived-maturity-date to maturity-date
               move zero to maturity-notice-window
               set account-open to true
               perform 160-stamp-maintenance
               write account-master-record
               add 1 to account-records-written
               add 1 to accounts-added
               move "Added" to mnt-d-disposition
               perform 155-write-action-line
               perform 116-edit-currency-code
           end-if

           if mnt-d-disposition = spaces
                   and txn-client-id not = spaces
               perform 117-edit-client-id
           end-if

           if mnt-d-disposition = spaces
               perform 118-edit-maturity-fields
           end-if

           if mnt-d-disposition not = spaces
               set transaction-is-invalid to true
           end-if.
                   continue
           end-search.

      * An account can only be linked to a client already set up on
      * the client master, or its statement would have nowhere to go
       117-edit-client-id.
           if clients-on-file
               move txn-client-id to clnt-client-id
               read client-master
                   invalid key
                       move "Client not on client master"
                           to mnt-d-disposition
                   not invalid key
                       add 1 to client-records-read
               end-read
           else
               move "Client not on client master"
                   to mnt-d-disposition
           end-if.

      * An add's open date may be back-dated but not future-dated;
      * a roll into a new term needs the term to roll into
       118-edit-maturity-fields.
           if txn-open-date not = spaces
               perform 114-edit-open-date
           end-if

           if mnt-d-disposition = spaces
               evaluate true
                   when txn-maturity-instruction not = space
                        and txn-maturity-instruction
                            not = "C" and "S" and "N"
                       move "Maturity instruction must be C, S, or N"
                           to mnt-d-disposition
                   when txn-maturity-new-term not = spaces
                        and (txn-maturity-new-term not numeric
                             or txn-maturity-new-term-n = zero
                             or txn-maturity-new-term-n
                                 > maximum-number-of-years)
                       move "New term out of range"
                           to mnt-d-disposition
                   when txn-maturity-instruction = "N"
                        and txn-maturity-new-term = spaces
                       move "Roll into a new term needs the new term"
                           to mnt-d-disposition
                   when other
                       continue
               end-evaluate
           end-if.

      * The maturity date is the open date moved on by the term in
      * whole years
       119-derive-maturity-date.
           move open-date to derived-maturity-date
           add number-of-years to derived-maturity-yyyy
           if derived-maturity-mm = 02 and derived-maturity-dd = 29
               divide derived-maturity-yyyy by 4
                   giving leap-quotient remainder leap-remainder-4
               divide derived-maturity-yyyy by 100
                   giving leap-quotient remainder leap-remainder-100
               divide derived-maturity-yyyy by 400
                   giving leap-quotient remainder leap-remainder-400
               if leap-remainder-4 not = zero
                       or (leap-remainder-100 = zero
                           and leap-remainder-400 not = zero)
                   move 28 to derived-maturity-dd
               end-if
           end-if.

      * Changes an existing account; blank transaction fields are
      * left as they are, and each field actually altered gets its
      * own before/after log line
                   set transaction-is-invalid to true
                   move "Account not on master"
                       to mnt-d-disposition
               not invalid key
                   add 1 to account-records-read
           end-read

           if transaction-is-valid
               perform 138-change-statement-flag
               perform 141-change-fee-percentage
               perform 142-change-tax-percentage
               perform 139-change-client-link
               perform 136-change-open-date
               perform 137-change-maturity-instruction
               perform 149-rederive-maturity-date
           end-if

      * A record left reading "goal-seek" must carry usable goal
               else
                   perform 160-stamp-maintenance
                   rewrite account-master-record
                   add 1 to account-records-written
                   add 1 to accounts-changed
                   move "Changed" to mnt-d-disposition
                   perform 155-write-action-line
               end-if
           end-if.

      * A corrected open date moves the maturity date with it
       136-change-open-date.
           if transaction-is-valid
                   and txn-open-date not = spaces
               move spaces to mnt-d-disposition
               perform 114-edit-open-date
               if mnt-d-disposition = spaces
                   move "OPEN-DATE" to log-field-name
                   move open-date to log-old-value
                   move txn-open-date-n to open-date
                   move open-date to log-new-value
                   perform 185-stash-log-record
                   add 1 to fields-changed
               else
                   set transaction-is-invalid to true
               end-if
           end-if.

      * The standing instruction and the term a roll into a new term
      * takes; whichever transaction supplied which half, an account
      * left on N must carry a new term
       137-change-maturity-instruction.
           if transaction-is-valid
                   and txn-maturity-instruction not = space
               if txn-maturity-instruction = "C" or "S" or "N"
                   move "MAT-INSTR" to log-field-name
                   move maturity-instruction to log-old-value
                   move txn-maturity-instruction
                       to maturity-instruction
                   move maturity-instruction to log-new-value
                   perform 185-stash-log-record
                   add 1 to fields-changed
               else
                   set transaction-is-invalid to true
                   move "Maturity instruction must be C, S, or N"
                       to mnt-d-disposition
               end-if
           end-if
           if transaction-is-valid
                   and txn-maturity-new-term not = spaces
               if txn-maturity-new-term numeric
                       and txn-maturity-new-term-n > zero
                       and txn-maturity-new-term-n
                           not > maximum-number-of-years
                   move "NEW-TERM" to log-field-name
                   move maturity-new-term to log-old-value
                   move txn-maturity-new-term-n to maturity-new-term
                   move maturity-new-term to log-new-value
                   perform 185-stash-log-record
                   add 1 to fields-changed
               else
                   set transaction-is-invalid to true
                   move "New term out of range"
                       to mnt-d-disposition
               end-if
           end-if
           if transaction-is-valid
                   and mature-roll-new-term
                   and maturity-new-term = zero
               set transaction-is-invalid to true
               move "Roll into a new term needs the new term"
                   to mnt-d-disposition
           end-if.

      * An open date must be a real yyyymmdd no later than tonight
       114-edit-open-date.
           if txn-open-date not numeric
               move "Open date must be a numeric yyyymmdd"
                   to mnt-d-disposition
           else
               move txn-open-date-n to open-date-yyyymmdd
               evaluate true
                   when open-date-mm < 01 or open-date-mm > 12
                        or open-date-dd < 01 or open-date-dd > 31
                       move "Open date month or day out of range"
                           to mnt-d-disposition
                   when open-date-yyyymmdd > current-date-yyyymmdd
                       move "Open date cannot be in the future"
                           to mnt-d-disposition
                   when other
                       continue
               end-evaluate
           end-if.

      * A change to the open date or the term moves the maturity
      * date; it is logged as a field of its own, but not counted as
      * one keyed.  An account with no open date has no maturity.
       149-rederive-maturity-date.
           if transaction-is-valid
                   and open-date numeric
                   and open-date not = zero
               perform 119-derive-maturity-date
               if derived-maturity-date not = maturity-date
                   move "MATURITY" to log-field-name
                   move maturity-date to log-old-value
                   move derived-maturity-date to maturity-date
                   move maturity-date to log-new-value
                   perform 185-stash-log-record
                   move zero to maturity-notice-window
               end-if
           end-if.

      * Relinks the account to another client on the client master;
      * the statement follows the account to its new household
       139-change-client-link.
           if transaction-is-valid
                   and txn-client-id not = spaces
               move spaces to mnt-d-disposition
               perform 117-edit-client-id
               if mnt-d-disposition = spaces
                   move "CLIENT-ID" to log-field-name
                   move client-id to log-old-value
                   move txn-client-id to client-id
                   move client-id to log-new-value
                   perform 185-stash-log-record
                   add 1 to fields-changed
               else
                   set transaction-is-invalid to true
               end-if
           end-if.

      * One global change: edit the selection and the single field
      * supplied, then walk every open account on the master and
      * apply it where the criteria match - the same field edits,
                   to mnt-d-disposition
           end-if

      * A client link names one household; relinking a whole class
      * of accounts to it is a keying error
           if transaction-is-valid
                   and txn-client-id not = spaces
               set transaction-is-invalid to true
               move "Client link cannot be changed globally"
                   to mnt-d-disposition
           end-if

      * Term dates and instructions are settled account by account
           if transaction-is-valid
                   and (txn-open-date not = spaces
                        or txn-maturity-instruction not = space
                        or txn-maturity-new-term not = spaces)
               set transaction-is-invalid to true
               move "Maturity fields cannot be changed globally"
                   to mnt-d-disposition
           end-if

           if transaction-is-valid
                   and txn-sel-rate-low not = spaces
                   and txn-sel-rate-low not numeric
           read account-master next record
               at end
                   set end-of-master-scan to true
               not at end
                   add 1 to account-records-read
           end-read

           if not end-of-master-scan
           perform 138-change-statement-flag
           perform 141-change-fee-percentage
           perform 142-change-tax-percentage
           perform 149-rederive-maturity-date

      * The same whole-record check a keyed change gets - a record
      * left reading "goal-seek" must carry usable goal fields
           else
               perform 160-stamp-maintenance
               rewrite account-master-record
               add 1 to account-records-written
               add 1 to global-changed
               move "Changed" to mnt-d-disposition
               perform 155-write-action-line
                   set transaction-is-invalid to true
                   move "Account not on master"
                       to mnt-d-disposition
               not invalid key
                   add 1 to account-records-read
           end-read

           if transaction-is-valid
                   move account-status to log-new-value
                   perform 160-stamp-maintenance
                   rewrite account-master-record
                   add 1 to account-records-written
                   add 1 to accounts-closed-count
                   move "Closed" to mnt-d-disposition
                   perform 155-write-action-line
                   set transaction-is-invalid to true
                   move "Account not on master"
                       to mnt-d-disposition
               not invalid key
                   add 1 to account-records-read
           end-read

           if transaction-is-valid
               write maintenance-report-record
               move client-name to mnt-i-client-name
               move statement-delivery to mnt-i-statement
               move client-id to mnt-i-client-id
               move mnt-client-line to maintenance-report-record
               write maintenance-report-record
               perform 151-inquire-term-dates
               perform 152-inquire-rate-schedule
           else
               perform 150-write-reject-line
           end-if.

      * The term dates in mm/dd/yyyy form, blank when not carried
       151-inquire-term-dates.
           move spaces to mnt-i-open-date
           move spaces to mnt-i-maturity-date
           if open-date numeric and open-date not = zero
               move open-date to open-date-yyyymmdd
               string open-date-mm  "/"
                      open-date-dd  "/"
                      open-date-yyyy
                   delimited by size into mnt-i-open-date
               move maturity-date to open-date-yyyymmdd
               string open-date-mm  "/"
                      open-date-dd  "/"
                      open-date-yyyy
                   delimited by size into mnt-i-maturity-date
           end-if
           move maturity-instruction to mnt-i-instruction
           move maturity-new-term to mnt-i-new-term
           move mnt-term-line to maintenance-report-record
           write maintenance-report-record.

      * Lists the account's rate schedule under the inquiry lines,
      * when it has one
       152-inquire-rate-schedule.
           move account-id to rsch-account-id
           read rate-schedule-master
               invalid key
                   continue
               not invalid key
                   add 1 to schedules-read
                   perform 153-inquire-one-step
                       varying schedule-sub from 1 by 1
                       until schedule-sub > rsch-step-count
                   perform 154-inquire-one-tier
                       varying schedule-sub from 1 by 1
                       until schedule-sub > rsch-tier-count
           end-read.

       153-inquire-one-step.
           move "Rate step" to mnt-s-kind
           move "From year" to mnt-s-basis-label
           move rsch-step-from-year(schedule-sub) to mnt-s-year-edit
           move mnt-s-year-edit to mnt-s-basis
           move rsch-step-rate(schedule-sub) to mnt-s-rate
           move mnt-schedule-line to maintenance-report-record
           write maintenance-report-record.

       154-inquire-one-tier.
           move "Rate tier" to mnt-s-kind
           move "Balance of" to mnt-s-basis-label
           move rsch-tier-floor(schedule-sub) to mnt-s-floor-edit
           move mnt-s-floor-edit to mnt-s-basis
           move rsch-tier-rate(schedule-sub) to mnt-s-rate
           move mnt-schedule-line to maintenance-report-record
           write maintenance-report-record.

      * Writes one report line for a rejected transaction
       150-write-reject-line.
           add 1 to transactions-rejected
           move current-time-hhmmsshh to log-run-time
           move txn-user-id to log-user-id
           move mnt-d-action to log-action
           move txn-account-id to log-account-id
           move approver-user-id to log-approver-id.

      * Appends one line to the maintenance log, for actions already
      * committed to the master when the line is built
       180-write-log-record.
           perform 179-build-log-line
           move log-line to maintenance-log-record
           write maintenance-log-record
           add 1 to log-records-written.

      * Holds a change's log line back until the whole transaction
      * passes and the rewrite is committed
       187-write-one-pending-log.
           move pending-log-entry(pending-log-index)
               to maintenance-log-record
           write maintenance-log-record
           add 1 to log-records-written.

      * Sets, replaces, or removes an account's rate schedule.  The
      * whole schedule is edited before anything is written, then
      * every step and tier that differs from what was on file gets
      * its own before/after log line
       190-maintain-rate-schedule.
           move "RTSCHD" to mnt-d-action
           read account-master
               invalid key
                   set transaction-is-invalid to true
                   move "Account not on master"
                       to mnt-d-disposition
               not invalid key
                   add 1 to account-records-read
           end-read

           if transaction-is-valid
               perform 191-edit-rate-schedule
           end-if

           if transaction-is-valid
               move stx-account-id to rsch-account-id
               read rate-schedule-master
                   invalid key
                       move "N" to schedule-on-file-switch
                       move stx-account-id to prior-account-id
                       move zero to prior-step-count
                       move zero to prior-tier-count
                   not invalid key
                       add 1 to schedules-read
                       set schedule-on-file to true
                       move rate-schedule-record
                           to prior-schedule-record
               end-read
               if stx-step-count-n = zero
                       and stx-tier-count-n = zero
                       and not schedule-on-file
                   set transaction-is-invalid to true
                   move "No rate schedule on file to remove"
                       to mnt-d-disposition
               end-if
           end-if

           if transaction-is-invalid
               perform 150-write-reject-line
           else
               if stx-step-count-n = zero
                       and stx-tier-count-n = zero
                   perform 196-remove-rate-schedule
               else
                   perform 195-write-rate-schedule
               end-if
           end-if.

      * Counts must be in range, step 1 must start in year 1, step
      * years and tier floors must climb, and every rate must pass
      * the same limit as an account's own rate
       191-edit-rate-schedule.
           move spaces to mnt-d-disposition
           evaluate true
               when stx-step-count not numeric
                    or stx-step-count-n > 10
                   set transaction-is-invalid to true
                   move "Step count must be 00 through 10"
                       to mnt-d-disposition
               when stx-tier-count not numeric
                    or stx-tier-count-n > 5
                   set transaction-is-invalid to true
                   move "Tier count must be 0 through 5"
                       to mnt-d-disposition
               when other
                   continue
           end-evaluate

           move zero to previous-step-year
           move zero to previous-tier-floor
           if transaction-is-valid
               perform 192-edit-one-step
                   varying schedule-sub from 1 by 1
                   until schedule-sub > stx-step-count-n
                       or transaction-is-invalid
           end-if
           if transaction-is-valid
               perform 193-edit-one-tier
                   varying schedule-sub from 1 by 1
                   until schedule-sub > stx-tier-count-n
                       or transaction-is-invalid
           end-if.

       192-edit-one-step.
           evaluate true
               when stx-step-from-year(schedule-sub) not numeric
                    or stx-step-rate(schedule-sub) not numeric
                   move "Step year and rate must be numeric"
                       to mnt-d-disposition
               when schedule-sub = 1
                    and stx-step-from-year-n(schedule-sub) not = 1
                   move "Step 1 must start in year 01"
                       to mnt-d-disposition
               when stx-step-from-year-n(schedule-sub)
                       not > previous-step-year
                   move "Step years must be in ascending order"
                       to mnt-d-disposition
               when stx-step-from-year-n(schedule-sub)
                       > maximum-number-of-years
                   move "Step year is beyond the longest term"
                       to mnt-d-disposition
               when stx-step-rate-n(schedule-sub) = zero
                    or stx-step-rate-n(schedule-sub)
                       > maximum-yearly-rate
                   move "Step rate out of range"
                       to mnt-d-disposition
               when other
                   continue
           end-evaluate

           if mnt-d-disposition not = spaces
               set transaction-is-invalid to true
           else
               move stx-step-from-year-n(schedule-sub)
                   to previous-step-year
           end-if.

       193-edit-one-tier.
           evaluate true
               when stx-tier-floor(schedule-sub) not numeric
                    or stx-tier-rate(schedule-sub) not numeric
                   move "Tier floor and rate must be numeric"
                       to mnt-d-disposition
               when stx-tier-floor-n(schedule-sub)
                       not > previous-tier-floor
                   move "Tier floors must be above zero and ascending"
                       to mnt-d-disposition
               when stx-tier-rate-n(schedule-sub) = zero
                    or stx-tier-rate-n(schedule-sub)
                       > maximum-yearly-rate
                   move "Tier rate out of range"
                       to mnt-d-disposition
               when other
                   continue
           end-evaluate

           if mnt-d-disposition not = spaces
               set transaction-is-invalid to true
           else
               move stx-tier-floor-n(schedule-sub)
                   to previous-tier-floor
           end-if.

      * Writes the new schedule over whatever was on file; entries
      * past the counts keyed are cleared, not carried over
       195-write-rate-schedule.
           move stx-account-id to rsch-account-id
           move stx-step-count-n to rsch-step-count
           move stx-tier-count-n to rsch-tier-count
           perform 197-move-one-step
               varying schedule-sub from 1 by 1
               until schedule-sub > 10
           perform 198-move-one-tier
               varying schedule-sub from 1 by 1
               until schedule-sub > 5
           move current-date-yyyymmdd to rsch-maintained-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to rsch-maintained-time
           move stx-user-id to rsch-maintained-user

           if schedule-on-file
               rewrite rate-schedule-record
               move "Rate schedule replaced" to mnt-d-disposition
           else
               write rate-schedule-record
               move "Rate schedule set" to mnt-d-disposition
           end-if
           add 1 to schedules-set
           perform 155-write-action-line

           if not schedule-on-file
               move "RATESCHED" to log-field-name
               move spaces to log-old-value
               move "ADDED" to log-new-value
               perform 180-write-log-record
           end-if
           perform 199-log-schedule-changes.

      * An empty schedule transaction takes the account back to its
      * one flat master rate
       196-remove-rate-schedule.
           delete rate-schedule-master
           add 1 to schedules-removed
           move "Rate schedule removed" to mnt-d-disposition
           perform 155-write-action-line
           move "RATESCHED" to log-field-name
           move "ON FILE" to log-old-value
           move "REMOVED" to log-new-value
           perform 180-write-log-record
           move zero to rsch-step-count
           move zero to rsch-tier-count
           perform 199-log-schedule-changes.

       197-move-one-step.
           if schedule-sub > stx-step-count-n
               move zero to rsch-step-from-year(schedule-sub)
               move zero to rsch-step-rate(schedule-sub)
           else
               move stx-step-from-year-n(schedule-sub)
                   to rsch-step-from-year(schedule-sub)
               move stx-step-rate-n(schedule-sub)
                   to rsch-step-rate(schedule-sub)
           end-if.

       198-move-one-tier.
           if schedule-sub > stx-tier-count-n
               move zero to rsch-tier-floor(schedule-sub)
               move zero to rsch-tier-rate(schedule-sub)
           else
               move stx-tier-floor-n(schedule-sub)
                   to rsch-tier-floor(schedule-sub)
               move stx-tier-rate-n(schedule-sub)
                   to rsch-tier-rate(schedule-sub)
           end-if.

      * Compares the prior schedule with the new one entry by entry;
      * an entry that only one side has logs against blanks
       199-log-schedule-changes.
           perform 201-log-one-step
               varying schedule-sub from 1 by 1
               until schedule-sub > 10
           perform 202-log-one-tier
               varying schedule-sub from 1 by 1
               until schedule-sub > 5.

       201-log-one-step.
           move spaces to prior-entry-image
           move spaces to new-entry-image
           if schedule-sub not > prior-step-count
               move prior-step-from-year(schedule-sub)
                   to log-step-year
               move prior-step-rate(schedule-sub) to log-step-rate
               move log-step-image to prior-entry-image
           end-if
           if schedule-sub not > rsch-step-count
               move rsch-step-from-year(schedule-sub)
                   to log-step-year
               move rsch-step-rate(schedule-sub) to log-step-rate
               move log-step-image to new-entry-image
           end-if

           if prior-entry-image not = new-entry-image
               move schedule-sub to log-step-number
               move spaces to log-field-name
               string "STEP-" log-step-number
                   delimited by size into log-field-name
               move prior-entry-image to log-old-value
               move new-entry-image to log-new-value
               perform 180-write-log-record
           end-if.

      * A tier logs its floor and its rate as two lines, since the
      * floor alone fills the log's value width
       202-log-one-tier.
           move schedule-sub to log-entry-number
           move spaces to prior-entry-image
           move spaces to new-entry-image
           if schedule-sub not > prior-tier-count
               move prior-tier-floor(schedule-sub) to log-target-value
               move log-target-image to prior-entry-image
           end-if
           if schedule-sub not > rsch-tier-count
               move rsch-tier-floor(schedule-sub) to log-target-value
               move log-target-image to new-entry-image
           end-if
           if prior-entry-image not = new-entry-image
               move spaces to log-field-name
               string "TIER-" log-entry-number "-FLR"
                   delimited by size into log-field-name
               move prior-entry-image to log-old-value
               move new-entry-image to log-new-value
               perform 180-write-log-record
           end-if

           move spaces to prior-entry-image
           move spaces to new-entry-image
           if schedule-sub not > prior-tier-count
               move prior-tier-rate(schedule-sub) to log-rate-value
               move log-rate-value to prior-entry-image
           end-if
           if schedule-sub not > rsch-tier-count
               move rsch-tier-rate(schedule-sub) to log-rate-value
               move log-rate-value to new-entry-image
           end-if
           if prior-entry-image not = new-entry-image
               move spaces to log-field-name
               string "TIER-" log-entry-number "-RT"
                   delimited by size into log-field-name
               move prior-entry-image to log-old-value
               move new-entry-image to log-new-value
               perform 180-write-log-record
           end-if.

      * Every global and rate schedule change needs a second user;
      * an investment amount or rate change only when it moves the
      * master by more than the APRVPARM limit
       210-check-approval-needed.
           move "N" to approval-needed-switch
           evaluate true
               when txn-global-change
                   set approval-needed to true
                   move "Global change" to approval-reason
                   move "(global)" to approval-subject
               when txn-rate-schedule
                   set approval-needed to true
                   move "Rate schedule change" to approval-reason
                   move stx-account-id to approval-subject
               when txn-change
                   perform 212-check-change-limits
           end-evaluate.

      * Measures the change against the master as it stands; a
      * change that will only be rejected is left to be rejected
       212-check-change-limits.
           read account-master
               invalid key
                   continue
               not invalid key
                   add 1 to account-records-read
                   if txn-investment-amount not = spaces
                           and txn-investment-amount numeric
                       compute approval-amount-change =
                           txn-investment-amount-n - investment-amount
                       if approval-amount-change < zero
                           compute approval-amount-change =
                               zero - approval-amount-change
                       end-if
                       if approval-amount-change > approval-amount-limit
                           set approval-needed to true
                           move "Amount over limit" to approval-reason
                       end-if
                   end-if
                   if txn-yearly-rate not = spaces
                           and txn-yearly-rate numeric
                       compute approval-rate-change =
                           txn-yearly-rate-n - yearly-interest-rate
                       if approval-rate-change < zero
                           compute approval-rate-change =
                               zero - approval-rate-change
                       end-if
                       if approval-rate-change > approval-rate-limit
                           set approval-needed to true
                           move "Rate over limit" to approval-reason
                       end-if
                   end-if
           end-read
           move txn-account-id to approval-subject.

      * Parks the whole transaction on the approval master under the
      * next free reference for the day, and reports the reference
      * the checker will need
       215-hold-for-approval.
           move "HOLD" to mnt-d-action
           move "MNTN" to aprv-source
           move approval-subject to aprv-subject
           evaluate true
               when txn-global-change
                   move "GLOBAL" to aprv-action
               when txn-rate-schedule
                   move "RTSCHD" to aprv-action
               when other
                   move "CHANGE" to aprv-action
           end-evaluate
           move approval-reason to aprv-reason
           move txn-user-id to aprv-maker-user
           move current-date-yyyymmdd to aprv-keyed-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to aprv-keyed-time
           move maintenance-transaction to aprv-transaction-image

           move current-date-yyyymmdd to aprv-ref-date
           move zero to aprv-ref-sequence
           move "N" to approval-written-switch
           perform 217-write-approval-record
               until approval-written
                   or aprv-ref-sequence = 999

           if approval-written
               add 1 to transactions-held-approval
               move spaces to mnt-d-disposition
               string "Held for approval - ref " aprv-reference
                   delimited by size into mnt-d-disposition
               perform 155-write-action-line
               move "APPROVAL" to log-field-name
               move spaces to log-old-value
               move aprv-reference to log-new-value
               perform 180-write-log-record
           else
               move "No approval reference left for today"
                   to mnt-d-disposition
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
           if txn-approve-held
               move "APPROVE" to mnt-d-action
           else
               move "REJECT" to mnt-d-action
           end-if
           move atx-user-id to approver-user-id
           move atx-reference to decision-reference
           move spaces to txn-account-id

           if decision-reference not numeric
               set transaction-is-invalid to true
               move "Approval reference must be numeric"
                   to mnt-d-disposition
           else
               move decision-reference-n to aprv-reference
               read approval-master
                   invalid key
                       set transaction-is-invalid to true
                       move spaces to mnt-d-disposition
                       string "No held change with ref "
                              decision-reference
                           delimited by size into mnt-d-disposition
                   not invalid key
                       add 1 to approval-records-read
               end-read
           end-if

           if transaction-is-valid
               move aprv-subject to txn-account-id
               evaluate true
                   when not aprv-from-maintenance
                       set transaction-is-invalid to true
                       move "Held change belongs to the rate master"
                           to mnt-d-disposition
                   when approver-user-id = spaces
                       set transaction-is-invalid to true
                       move "Approver user id is required"
                           to mnt-d-disposition
                   when approver-user-id = aprv-maker-user
                       set transaction-is-invalid to true
                       move "Approver must not be the user who keyed it"
                           to mnt-d-disposition
                   when other
                       continue
               end-evaluate
           end-if

           if transaction-is-invalid
               perform 150-write-reject-line
           else
               if txn-approve-held
                   perform 225-approve-held-change
               else
                   perform 227-reject-held-change
               end-if
           end-if
           move spaces to approver-user-id.

      * The held image comes off the approval master and goes on
      * through dispatch exactly as it would have the night it was
      * keyed, under its keyer's user id with the checker's beside it
       225-approve-held-change.
           delete approval-master
           add 1 to held-changes-approved
           move aprv-transaction-image to maintenance-transaction
           move "Approved - applied below" to mnt-d-disposition
           perform 155-write-action-line
           perform 229-write-approval-line
           move "APPROVAL" to log-field-name
           move decision-reference to log-old-value
           move "APPROVED" to log-new-value
           perform 180-write-log-record

           set transaction-is-valid to true
           move txn-account-id to account-id
           perform 102-dispatch-transaction.

      * A rejected change is dropped unapplied; the log keeps who
      * keyed it and who turned it down
       227-reject-held-change.
           delete approval-master
           add 1 to held-changes-rejected
           move aprv-transaction-image to maintenance-transaction
           move "Rejected - not applied" to mnt-d-disposition
           perform 155-write-action-line
           perform 229-write-approval-line
           move "APPROVAL" to log-field-name
           move decision-reference to log-old-value
           move "REJECTED" to log-new-value
           perform 180-write-log-record.

       229-write-approval-line.
           move decision-reference to mnt-a-reference
           move aprv-maker-user to mnt-a-maker
           move approver-user-id to mnt-a-checker
           move mnt-approval-line to maintenance-report-record
           write maintenance-report-record.

      * Ends the report with everything still queued on the pending
      * master, so the desk can see - and cancel - upcoming changes
           read pending-master next record
               at end
                   set end-of-pending-master to true
               not at end
                   add 1 to pending-records-read
           end-read

           if not end-of-pending-master
           move pending-cancelled to mnt-t-cancelled
           move pending-queued to mnt-t-queued
           move mnt-pending-total-line to maintenance-report-record
           write maintenance-report-record
           move schedules-set to mnt-t-schedules-set
           move schedules-removed to mnt-t-schedules-removed
           move mnt-schedule-total-line to maintenance-report-record
           write maintenance-report-record
           move transactions-held-approval to mnt-t-held-approval
           move held-changes-approved to mnt-t-approved
           move held-changes-rejected to mnt-t-approval-rejects
           move mnt-approval-total-line to maintenance-report-record
           write maintenance-report-record.

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

           move "MNTN2000" to rst-program-id
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

      * Stages each data file's counts onto the record; a pending
      * change released or cancelled is a delete and a decided held
      * change comes off the approval master the same way, so both
      * count as written
       920-load-file-statistics.
           move "MNTTRAN" to stat-file-name
           move transactions-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ACCTMST" to stat-file-name
           move account-records-read to stat-file-read
           move account-records-written to stat-file-written
           perform 912-add-file-statistics

           move "PENDMST" to stat-file-name
           move pending-records-read to stat-file-read
           compute stat-file-written =
               transactions-held + transactions-released
                   + pending-cancelled
           perform 912-add-file-statistics

           move "RATEMST" to stat-file-name
           move rate-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATESCHD" to stat-file-name
           move schedules-read to stat-file-read
           compute stat-file-written =
               schedules-set + schedules-removed
           perform 912-add-file-statistics

           move "APRVMST" to stat-file-name
           move approval-records-read to stat-file-read
           compute stat-file-written =
               transactions-held-approval + held-changes-approved
                   + held-changes-rejected
           perform 912-add-file-statistics

           move "CLNTMST" to stat-file-name
           move client-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "MNTLOG" to stat-file-name
           move zero to stat-file-read
           move log-records-written to stat-file-written
           perform 912-add-file-statistics.
