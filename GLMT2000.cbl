       identification division.
      * Program info
       program-id. glmt2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program maintains the general ledger account mapping
      * table glif2000 posts its journal entries through: for each
      * currency and entry type, the GL account debited and the one
      * credited.  Transactions can add a mapping, change either
      * account or the description, delete it, or inquire on it.
      * Every action is logged with who did it and when, the same
      * way rate2000 logs the rate master.

      * Modification history
      * 2026.10.15  gd  Initial version: add/change/delete/inquire
      *                 transactions against the GL mapping master,
      *                 with a maintenance report and a who/when
      *                 audit log of every field touched.
      * 2026.10.15  gd  Accept the FXRV entry type for the month-end
      *                 revaluation's gain and loss accounts.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle the changes take effect in, with the
      *                 transaction, mapping, and log counts.

       environment division.

       input-output section.

       file-control.
           select map-transaction-file assign to "GLMTRAN"
               organization is line sequential
               file status is map-transaction-status-code.

           select gl-map-master assign to "GLMAP"
               organization is indexed
               access mode is dynamic
               record key is glm-key
               file status is gl-map-status-code.

           select map-report assign to "GLMTRPT"
               organization is line sequential
               file status is map-report-status-code.

           select map-log assign to "GLMTLOG"
               organization is line sequential
               file status is map-log-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Mapping transactions - one action per record, keyed by the
      * analyst's user id so the log can say who did it.  On a
      * change, a field left blank keeps what the master holds.
       fd  map-transaction-file.
       01  map-transaction.
           05  gtx-action-code             pic x.
               88  gtx-add                 value "A".
               88  gtx-change              value "C".
               88  gtx-delete              value "X".
               88  gtx-inquire             value "I".
               88  valid-gtx-action        value "A" "C" "X" "I".
           05  gtx-user-id                 pic x(8).
           05  gtx-currency-code           pic x(3).
           05  gtx-entry-type              pic x(4).
           05  gtx-debit-account           pic x(12).
           05  gtx-credit-account          pic x(12).
           05  gtx-description             pic x(30).

       fd  gl-map-master.
       01  gl-map-record.
           copy "gl-account-map-record.cpy".

      * Mapping maintenance report - one fixed-length line per WRITE
       fd  map-report.
       01  map-report-record              pic x(80).

      * Mapping log - one line per field touched, kept across runs;
      * wide enough to carry a whole description before and after
       fd  map-log.
       01  map-log-record                 pic x(114).

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
      * map-report-record before each WRITE.
       01  map-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  map-program-name            pic x(10) value "GLMT2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  map-run-date                pic x(10).
           05  filler                      pic x(40) value spaces.

       01  map-detail-line.
           05  map-d-currency              pic x(3).
           05  filler                      pic x(2)  value spaces.
           05  map-d-entry-type            pic x(4).
           05  filler                      pic x(2)  value spaces.
           05  map-d-action                pic x(7).
           05  filler                      pic x(2)  value spaces.
           05  map-d-disposition           pic x(45).
           05  filler                      pic x(15) value spaces.

      * Inquiry lines echo the mapping's current figures back
       01  map-inquiry-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(4)  value "Dr: ".
           05  map-i-debit-account         pic x(12).
           05  filler                      pic x(6)  value "  Cr: ".
           05  map-i-credit-account        pic x(12).
           05  filler                      pic x(2)  value spaces.
           05  map-i-description           pic x(30).
           05  filler                      pic x(10) value spaces.

       01  map-maintained-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(17) value
               "Last maintained: ".
           05  map-i-maintained-date       pic x(10).
           05  filler                      pic x(5)  value "  by ".
           05  map-i-maintained-user       pic x(8).
           05  filler                      pic x(36) value spaces.

       01  map-total-line.
           05  filler                      pic x(7)  value "Adds: ".
           05  map-t-adds                  pic zz,zz9.
           05  filler                      pic x(11) value
               "  Changes: ".
           05  map-t-changes               pic zz,zz9.
           05  filler                      pic x(11) value
               "  Deletes: ".
           05  map-t-deletes               pic zz,zz9.
           05  filler                      pic x(12) value
               "  Rejected: ".
           05  map-t-rejects               pic zz,zz9.
           05  filler                      pic x(15) value spaces.

       01  map-blank-line.
           05  filler                      pic x(80) value spaces.

      * Log line layout - built in working-storage, then moved to
      * map-log-record before each WRITE.  One line per field.
       01  log-line.
           05  log-run-date                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-run-time                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-user-id                 pic x(8).
           05  filler                      pic x(1)  value space.
           05  log-action                  pic x(6).
           05  filler                      pic x(1)  value space.
           05  log-currency-code           pic x(3).
           05  filler                      pic x(1)  value space.
           05  log-entry-type              pic x(4).
           05  filler                      pic x(1)  value space.
           05  log-field-name              pic x(8).
           05  filler                      pic x(1)  value space.
           05  log-old-value               pic x(30).
           05  filler                      pic x(1)  value space.
           05  log-new-value               pic x(30).

      * Mapping action counters
       01  map-counters.
           05  maps-added                  pic 9(5)  value zero.
           05  maps-changed                pic 9(5)  value zero.
           05  maps-deleted                pic 9(5)  value zero.
           05  transactions-rejected       pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  transactions-read           pic 9(7)  value zero.
           05  map-records-read            pic 9(7)  value zero.
           05  log-records-written         pic 9(7)  value zero.

      * Fields used to build the report's run date and the log stamp
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).
           05  current-time-hhmmsshh       pic 9(8).

       01  maintained-date-fields.
           05  maintained-date-yyyymmdd    pic 9(8).
           05  maintained-date-parts
                   redefines maintained-date-yyyymmdd.
               10  maintained-date-yyyy    pic 9(4).
               10  maintained-date-mm      pic 9(2).
               10  maintained-date-dd      pic 9(2).

      * Switches
       01  program-switches.
           05  transaction-file-switch    pic x     value "N".
               88  end-of-transactions    value "Y".
           05  transaction-valid-switch   pic x     value "Y".
               88  transaction-is-valid   value "Y".
               88  transaction-is-invalid value "N".
           05  field-changed-switch       pic x     value "N".
               88  field-was-changed      value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  map-transaction-status-code    pic xx.
       77  gl-map-status-code             pic xx.
       77  map-report-status-code         pic xx.
       77  map-log-status-code            pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-maintain-gl-map.
           display "Maintaining general ledger account mapping".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           open input map-transaction-file
           if map-transaction-status-code not = "00"
               display "Unable to open GL map transaction file "
                   "GLMTRAN - status " map-transaction-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 010-open-gl-map-master
           open output map-report
           perform 005-open-map-log
           perform 020-write-report-header

      * Prime the read, then apply one transaction per pass
           perform 060-read-transaction

           perform 100-apply-one-transaction
               until end-of-transactions

           perform 300-write-report-totals

           close map-transaction-file
           close gl-map-master
           close map-report
           close map-log

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Opens the mapping log for append; the first run on a new
      * system finds no file yet, so that case creates it instead
       005-open-map-log.
           open extend map-log
           if map-log-status-code = "35"
               open output map-log
           end-if.

      * The cycle whose general ledger feed first posts through the
      * changes, for the run statistics: the one open on the
      * run-control file if it opened today, otherwise the next one,
      * which calc2000 opens later tonight
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

      * Opens the mapping master for update; the first run on a new
      * system finds no file yet, so that case creates it instead
       010-open-gl-map-master.
           open i-o gl-map-master
           if gl-map-status-code = "35"
               open output gl-map-master
               close gl-map-master
               open i-o gl-map-master
           end-if
           if gl-map-status-code not = "00"
               display "Unable to open GL mapping master GLMAP - "
                   "status " gl-map-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into map-run-date.

      * Writes the report header
       020-write-report-header.
           perform 018-build-run-date
           move map-header-line to map-report-record
           write map-report-record
           move map-blank-line to map-report-record
           write map-report-record.

      * Reads one mapping transaction
       060-read-transaction.
           read map-transaction-file
               at end
                   set end-of-transactions to true
               not at end
                   add 1 to transactions-read
           end-read.

      * Routes one transaction to the right action
       100-apply-one-transaction.
           set transaction-is-valid to true
           perform 105-edit-transaction-key

           if transaction-is-invalid
               perform 150-write-reject-line
           else
               move gtx-currency-code to glm-currency-code
               move gtx-entry-type to glm-entry-type
               evaluate true
                   when gtx-add
                       perform 110-add-mapping
                   when gtx-change
                       perform 120-change-mapping
                   when gtx-delete
                       perform 130-delete-mapping
                   when gtx-inquire
                       perform 140-inquire-mapping
                   when other
                       move "Action code must be A, C, X, or I"
                           to map-d-disposition
                       perform 150-write-reject-line
               end-evaluate
           end-if

           perform 060-read-transaction.

      * Every action names a currency and one of the entry types
      * glif2000 builds; anything else could never be posted
       105-edit-transaction-key.
           move "EDIT" to map-d-action
           move gtx-entry-type to glm-entry-type
           evaluate true
               when gtx-currency-code = spaces
                   set transaction-is-invalid to true
                   move "Currency code is required"
                       to map-d-disposition
               when not valid-glm-entry-type
                   set transaction-is-invalid to true
                   move "Entry type must be LIAB, FEES, or FXRV"
                       to map-d-disposition
               when other
                   continue
           end-evaluate.

      * Adds a mapping; both accounts are required, and an entry
      * posted to the same account on both sides would net to nothing
       110-add-mapping.
           move "ADD" to map-d-action
           read gl-map-master
               invalid key
                   continue
               not invalid key
                   add 1 to map-records-read
                   set transaction-is-invalid to true
                   move "Mapping already on master"
                       to map-d-disposition
           end-read

           if transaction-is-valid
               evaluate true
                   when gtx-debit-account = spaces
                        or gtx-credit-account = spaces
                       set transaction-is-invalid to true
                       move "Debit and credit accounts are required"
                           to map-d-disposition
                   when gtx-debit-account = gtx-credit-account
                       set transaction-is-invalid to true
                       move "Debit and credit accounts must differ"
                           to map-d-disposition
                   when other
                       continue
               end-evaluate
           end-if

           if transaction-is-valid
               move gtx-currency-code to glm-currency-code
               move gtx-entry-type to glm-entry-type
               move gtx-debit-account to glm-debit-account
               move gtx-credit-account to glm-credit-account
               move gtx-description to glm-description
               perform 160-stamp-maintenance
               write gl-map-record
               add 1 to maps-added
               move "Added" to map-d-disposition
               perform 155-write-action-line
               move spaces to log-old-value
               move "DEBIT" to log-field-name
               move glm-debit-account to log-new-value
               perform 180-write-log-record
               move "CREDIT" to log-field-name
               move glm-credit-account to log-new-value
               perform 180-write-log-record
               move "DESC" to log-field-name
               move glm-description to log-new-value
               perform 180-write-log-record
           else
               perform 150-write-reject-line
           end-if.

      * Changes whichever fields the transaction carries, logging
      * the before and after of each one that actually moved
       120-change-mapping.
           move "CHANGE" to map-d-action
           read gl-map-master
               invalid key
                   set transaction-is-invalid to true
                   move "Mapping not on master"
                       to map-d-disposition
               not invalid key
                   add 1 to map-records-read
           end-read

           if transaction-is-valid
               if gtx-debit-account = spaces
                   move glm-debit-account to gtx-debit-account
               end-if
               if gtx-credit-account = spaces
                   move glm-credit-account to gtx-credit-account
               end-if
               if gtx-description = spaces
                   move glm-description to gtx-description
               end-if
               if gtx-debit-account = gtx-credit-account
                   set transaction-is-invalid to true
                   move "Debit and credit accounts must differ"
                       to map-d-disposition
               end-if
           end-if

           if transaction-is-valid
               move "N" to field-changed-switch
               if gtx-debit-account not = glm-debit-account
                   set field-was-changed to true
               end-if
               if gtx-credit-account not = glm-credit-account
                   set field-was-changed to true
               end-if
               if gtx-description not = glm-description
                   set field-was-changed to true
               end-if
               if not field-was-changed
                   set transaction-is-invalid to true
                   move "Nothing to change" to map-d-disposition
               end-if
           end-if

           if transaction-is-valid
               perform 125-log-changed-fields
               move gtx-debit-account to glm-debit-account
               move gtx-credit-account to glm-credit-account
               move gtx-description to glm-description
               perform 160-stamp-maintenance
               rewrite gl-map-record
               add 1 to maps-changed
               move "Changed" to map-d-disposition
               perform 155-write-action-line
           else
               perform 150-write-reject-line
           end-if.

       125-log-changed-fields.
           if gtx-debit-account not = glm-debit-account
               move "DEBIT" to log-field-name
               move glm-debit-account to log-old-value
               move gtx-debit-account to log-new-value
               perform 180-write-log-record
           end-if
           if gtx-credit-account not = glm-credit-account
               move "CREDIT" to log-field-name
               move glm-credit-account to log-old-value
               move gtx-credit-account to log-new-value
               perform 180-write-log-record
           end-if
           if gtx-description not = glm-description
               move "DESC" to log-field-name
               move glm-description to log-old-value
               move gtx-description to log-new-value
               perform 180-write-log-record
           end-if.

      * Deletes a mapping, with the accounts it held logged; glif2000
      * will refuse to post that currency and type until it is back
       130-delete-mapping.
           move "DELETE" to map-d-action
           read gl-map-master
               invalid key
                   set transaction-is-invalid to true
                   move "Mapping not on master"
                       to map-d-disposition
               not invalid key
                   add 1 to map-records-read
           end-read

           if transaction-is-valid
               move "DELETED" to log-new-value
               move "DEBIT" to log-field-name
               move glm-debit-account to log-old-value
               perform 180-write-log-record
               move "CREDIT" to log-field-name
               move glm-credit-account to log-old-value
               perform 180-write-log-record
               delete gl-map-master
               add 1 to maps-deleted
               move "Deleted" to map-d-disposition
               perform 155-write-action-line
           else
               perform 150-write-reject-line
           end-if.

      * Echoes a mapping's current figures back on the report
       140-inquire-mapping.
           move "INQUIRE" to map-d-action
           read gl-map-master
               invalid key
                   set transaction-is-invalid to true
                   move "Mapping not on master"
                       to map-d-disposition
               not invalid key
                   add 1 to map-records-read
           end-read

           if transaction-is-valid
               move "On master" to map-d-disposition
               perform 155-write-action-line
               move glm-debit-account to map-i-debit-account
               move glm-credit-account to map-i-credit-account
               move glm-description to map-i-description
               move map-inquiry-line to map-report-record
               write map-report-record
               move glm-maintained-date to maintained-date-yyyymmdd
               string maintained-date-mm  "/"
                      maintained-date-dd  "/"
                      maintained-date-yyyy
                   delimited by size into map-i-maintained-date
               move glm-maintained-user to map-i-maintained-user
               move map-maintained-line to map-report-record
               write map-report-record
           else
               perform 150-write-reject-line
           end-if.

      * Writes one report line for a rejected transaction
       150-write-reject-line.
           add 1 to transactions-rejected
           perform 155-write-action-line.

      * Writes one report line showing what happened to an action
       155-write-action-line.
           move gtx-currency-code to map-d-currency
           move gtx-entry-type to map-d-entry-type
           move map-detail-line to map-report-record
           write map-report-record.

      * Stamps the master record with who touched it and when
       160-stamp-maintenance.
           move current-date-yyyymmdd to glm-maintained-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to glm-maintained-time
           move gtx-user-id to glm-maintained-user.

      * Stamps the log line with who, when, and which mapping; the
      * caller has set log-field-name and the old/new values already
       179-build-log-line.
           move current-date-yyyymmdd to log-run-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to log-run-time
           move gtx-user-id to log-user-id
           move map-d-action to log-action
           move gtx-currency-code to log-currency-code
           move gtx-entry-type to log-entry-type.

      * Appends one line to the mapping log
       180-write-log-record.
           perform 179-build-log-line
           move log-line to map-log-record
           write map-log-record
           add 1 to log-records-written.

      * Writes the action counts at the end of the report
       300-write-report-totals.
           move maps-added to map-t-adds
           move maps-changed to map-t-changes
           move maps-deleted to map-t-deletes
           move transactions-rejected to map-t-rejects
           move map-blank-line to map-report-record
           write map-report-record
           move map-total-line to map-report-record
           write map-report-record.

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

           move "GLMT2000" to rst-program-id
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

      * Stages each data file's counts onto the record; a mapping
      * deleted counts as written, the same as one added or rewritten
       920-load-file-statistics.
           move "GLMTRAN" to stat-file-name
           move transactions-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "GLMAP" to stat-file-name
           move map-records-read to stat-file-read
           compute stat-file-written =
               maps-added + maps-changed + maps-deleted
           perform 912-add-file-statistics

           move "GLMTLOG" to stat-file-name
           move zero to stat-file-read
           move log-records-written to stat-file-written
           perform 912-add-file-statistics.
