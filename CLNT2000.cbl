       identification division.
      * Program info
       program-id. clnt2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program maintains the client master: one record per
      * client (household) with the name, address, and statement
      * delivery choice every account linked to it mails under.
      * Transactions can add a client, change the name, any address
      * line, or the delivery flag, or inquire on it.  Every action is
      * logged with who did it and when, the same way glmt2000 logs
      * the GL mapping master.  A client record is never deleted; an
      * account that moves household is relinked through mntn2000.

      * Modification history
      * 2026.10.15  gd  Initial version: add/change/inquire
      *                 transactions against the client master, with
      *                 a maintenance report and a who/when audit log
      *                 of every field touched.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle the changes take effect in, with the
      *                 transaction, client, and log counts.

       environment division.

       input-output section.

       file-control.
           select client-transaction-file assign to "CLNTTRAN"
               organization is line sequential
               file status is client-transaction-status-code.

           select client-master assign to "CLNTMST"
               organization is indexed
               access mode is dynamic
               record key is clnt-client-id
               file status is client-master-status-code.

           select client-report assign to "CLNTRPT"
               organization is line sequential
               file status is client-report-status-code.

           select client-log assign to "CLNTLOG"
               organization is line sequential
               file status is client-log-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Client transactions - one action per record, keyed by the
      * analyst's user id so the log can say who did it.  On a
      * change, a field left blank keeps what the master holds.
       fd  client-transaction-file.
       01  client-transaction.
           05  ctx-action-code             pic x.
               88  ctx-add                 value "A".
               88  ctx-change              value "C".
               88  ctx-inquire             value "I".
               88  valid-ctx-action        value "A" "C" "I".
           05  ctx-user-id                 pic x(8).
           05  ctx-client-id               pic x(10).
           05  ctx-client-name             pic x(30).
           05  ctx-address-1               pic x(30).
           05  ctx-address-2               pic x(30).
           05  ctx-address-3               pic x(30).
           05  ctx-statement-flag          pic x.

       fd  client-master.
       01  client-master-record.
           copy "client-master-record.cpy".

      * Client maintenance report - one fixed-length line per WRITE
       fd  client-report.
       01  client-report-record           pic x(80).

      * Client log - one line per field touched, kept across runs;
      * wide enough to carry a whole name or address line before and
      * after
       fd  client-log.
       01  client-log-record              pic x(117).

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
      * client-report-record before each WRITE.
       01  cli-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  cli-program-name            pic x(10) value "CLNT2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  cli-run-date                pic x(10).
           05  filler                      pic x(40) value spaces.

       01  cli-detail-line.
           05  cli-d-client-id             pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  cli-d-action                pic x(7).
           05  filler                      pic x(2)  value spaces.
           05  cli-d-disposition           pic x(45).
           05  filler                      pic x(14) value spaces.

      * Inquiry lines echo the client's current name and address,
      * one line each, the way the statement will print them
       01  cli-inquiry-line.
           05  filler                      pic x(4)  value spaces.
           05  cli-i-label                 pic x(11).
           05  cli-i-value                 pic x(30).
           05  filler                      pic x(35) value spaces.

       01  cli-maintained-line.
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(17) value
               "Last maintained: ".
           05  cli-i-maintained-date       pic x(10).
           05  filler                      pic x(5)  value "  by ".
           05  cli-i-maintained-user       pic x(8).
           05  filler                      pic x(36) value spaces.

       01  cli-total-line.
           05  filler                      pic x(7)  value "Adds: ".
           05  cli-t-adds                  pic zz,zz9.
           05  filler                      pic x(11) value
               "  Changes: ".
           05  cli-t-changes               pic zz,zz9.
           05  filler                      pic x(12) value
               "  Rejected: ".
           05  cli-t-rejects               pic zz,zz9.
           05  filler                      pic x(32) value spaces.

       01  cli-blank-line.
           05  filler                      pic x(80) value spaces.

      * Log line layout - built in working-storage, then moved to
      * client-log-record before each WRITE.  One line per field.
       01  log-line.
           05  log-run-date                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-run-time                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-user-id                 pic x(8).
           05  filler                      pic x(1)  value space.
           05  log-action                  pic x(6).
           05  filler                      pic x(1)  value space.
           05  log-client-id               pic x(10).
           05  filler                      pic x(1)  value space.
           05  log-field-name              pic x(10).
           05  filler                      pic x(1)  value space.
           05  log-old-value               pic x(30).
           05  filler                      pic x(1)  value space.
           05  log-new-value               pic x(30).

      * Client action counters
       01  client-counters.
           05  clients-added               pic 9(5)  value zero.
           05  clients-changed             pic 9(5)  value zero.
           05  transactions-rejected       pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  transactions-read           pic 9(7)  value zero.
           05  client-records-read         pic 9(7)  value zero.
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

       77  client-transaction-status-code pic xx.
       77  client-master-status-code      pic xx.
       77  client-report-status-code      pic xx.
       77  client-log-status-code         pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-maintain-client-master.
           display "Maintaining client master".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           open input client-transaction-file
           if client-transaction-status-code not = "00"
               display "Unable to open client transaction file "
                   "CLNTTRAN - status " client-transaction-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 010-open-client-master
           open output client-report
           perform 005-open-client-log
           perform 020-write-report-header

      * Prime the read, then apply one transaction per pass
           perform 060-read-transaction

           perform 100-apply-one-transaction
               until end-of-transactions

           perform 300-write-report-totals

           close client-transaction-file
           close client-master
           close client-report
           close client-log

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Opens the client log for append; the first run on a new
      * system finds no file yet, so that case creates it instead
       005-open-client-log.
           open extend client-log
           if client-log-status-code = "35"
               open output client-log
           end-if.

      * The cycle whose statements and notices first mail under the
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

      * Opens the client master for update; the first run on a new
      * system finds no file yet, so that case creates it instead
       010-open-client-master.
           open i-o client-master
           if client-master-status-code = "35"
               open output client-master
               close client-master
               open i-o client-master
           end-if
           if client-master-status-code not = "00"
               display "Unable to open client master file CLNTMST - "
                   "status " client-master-status-code
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
               delimited by size into cli-run-date.

      * Writes the report header
       020-write-report-header.
           perform 018-build-run-date
           move cli-header-line to client-report-record
           write client-report-record
           move cli-blank-line to client-report-record
           write client-report-record.

      * Reads one client transaction
       060-read-transaction.
           read client-transaction-file
               at end
                   set end-of-transactions to true
               not at end
                   add 1 to transactions-read
           end-read.

      * Routes one transaction to the right action
       100-apply-one-transaction.
           set transaction-is-valid to true
           move "EDIT" to cli-d-action

           if ctx-client-id = spaces
               move "Client id is required" to cli-d-disposition
               perform 150-write-reject-line
           else
               move ctx-client-id to clnt-client-id
               evaluate true
                   when ctx-add
                       perform 110-add-client
                   when ctx-change
                       perform 120-change-client
                   when ctx-inquire
                       perform 140-inquire-client
                   when other
                       move "Action code must be A, C, or I"
                           to cli-d-disposition
                       perform 150-write-reject-line
               end-evaluate
           end-if

           perform 060-read-transaction.

      * Adds a client; a statement needs a name and somewhere to mail
      * it, so the name and the first address line are required
       110-add-client.
           move "ADD" to cli-d-action
           read client-master
               invalid key
                   continue
               not invalid key
                   add 1 to client-records-read
                   set transaction-is-invalid to true
                   move "Client already on master"
                       to cli-d-disposition
           end-read

           if transaction-is-valid
               evaluate true
                   when ctx-client-name = spaces
                       set transaction-is-invalid to true
                       move "Client name is required"
                           to cli-d-disposition
                   when ctx-address-1 = spaces
                       set transaction-is-invalid to true
                       move "First address line is required"
                           to cli-d-disposition
                   when ctx-statement-flag not = space and "Y" and "N"
                       set transaction-is-invalid to true
                       move "Statement flag must be Y or N"
                           to cli-d-disposition
                   when other
                       continue
               end-evaluate
           end-if

           if transaction-is-valid
               move ctx-client-id to clnt-client-id
               move ctx-client-name to clnt-client-name
               move ctx-address-1 to clnt-address-1
               move ctx-address-2 to clnt-address-2
               move ctx-address-3 to clnt-address-3
               if ctx-statement-flag = "Y"
                   set clnt-statement-wanted to true
               else
                   move "N" to clnt-statement-delivery
               end-if
               perform 160-stamp-maintenance
               write client-master-record
               add 1 to clients-added
               move "Added" to cli-d-disposition
               perform 155-write-action-line
               move spaces to log-old-value
               move "CLIENTNAME" to log-field-name
               move clnt-client-name to log-new-value
               perform 180-write-log-record
               move "ADDRESS-1" to log-field-name
               move clnt-address-1 to log-new-value
               perform 180-write-log-record
               move "ADDRESS-2" to log-field-name
               move clnt-address-2 to log-new-value
               perform 180-write-log-record
               move "ADDRESS-3" to log-field-name
               move clnt-address-3 to log-new-value
               perform 180-write-log-record
               move "STMT-FLAG" to log-field-name
               move clnt-statement-delivery to log-new-value
               perform 180-write-log-record
           else
               perform 150-write-reject-line
           end-if.

      * Changes whichever fields the transaction carries, logging
      * the before and after of each one that actually moved
       120-change-client.
           move "CHANGE" to cli-d-action
           read client-master
               invalid key
                   set transaction-is-invalid to true
                   move "Client not on master"
                       to cli-d-disposition
               not invalid key
                   add 1 to client-records-read
           end-read

           if transaction-is-valid
               if ctx-statement-flag not = space and "Y" and "N"
                   set transaction-is-invalid to true
                   move "Statement flag must be Y or N"
                       to cli-d-disposition
               end-if
           end-if

           if transaction-is-valid
               if ctx-client-name = spaces
                   move clnt-client-name to ctx-client-name
               end-if
               if ctx-address-1 = spaces
                   move clnt-address-1 to ctx-address-1
               end-if
               if ctx-address-2 = spaces
                   move clnt-address-2 to ctx-address-2
               end-if
               if ctx-address-3 = spaces
                   move clnt-address-3 to ctx-address-3
               end-if
               if ctx-statement-flag = space
                   move clnt-statement-delivery to ctx-statement-flag
               end-if

               move "N" to field-changed-switch
               if ctx-client-name not = clnt-client-name
                       or ctx-address-1 not = clnt-address-1
                       or ctx-address-2 not = clnt-address-2
                       or ctx-address-3 not = clnt-address-3
                       or ctx-statement-flag
                           not = clnt-statement-delivery
                   set field-was-changed to true
               end-if
               if not field-was-changed
                   set transaction-is-invalid to true
                   move "Nothing to change" to cli-d-disposition
               end-if
           end-if

           if transaction-is-valid
               perform 125-log-changed-fields
               move ctx-client-name to clnt-client-name
               move ctx-address-1 to clnt-address-1
               move ctx-address-2 to clnt-address-2
               move ctx-address-3 to clnt-address-3
               move ctx-statement-flag to clnt-statement-delivery
               perform 160-stamp-maintenance
               rewrite client-master-record
               add 1 to clients-changed
               move "Changed" to cli-d-disposition
               perform 155-write-action-line
           else
               perform 150-write-reject-line
           end-if.

       125-log-changed-fields.
           if ctx-client-name not = clnt-client-name
               move "CLIENTNAME" to log-field-name
               move clnt-client-name to log-old-value
               move ctx-client-name to log-new-value
               perform 180-write-log-record
           end-if
           if ctx-address-1 not = clnt-address-1
               move "ADDRESS-1" to log-field-name
               move clnt-address-1 to log-old-value
               move ctx-address-1 to log-new-value
               perform 180-write-log-record
           end-if
           if ctx-address-2 not = clnt-address-2
               move "ADDRESS-2" to log-field-name
               move clnt-address-2 to log-old-value
               move ctx-address-2 to log-new-value
               perform 180-write-log-record
           end-if
           if ctx-address-3 not = clnt-address-3
               move "ADDRESS-3" to log-field-name
               move clnt-address-3 to log-old-value
               move ctx-address-3 to log-new-value
               perform 180-write-log-record
           end-if
           if ctx-statement-flag not = clnt-statement-delivery
               move "STMT-FLAG" to log-field-name
               move clnt-statement-delivery to log-old-value
               move ctx-statement-flag to log-new-value
               perform 180-write-log-record
           end-if.

      * Echoes a client's current name, address, and delivery choice
      * back on the report
       140-inquire-client.
           move "INQUIRE" to cli-d-action
           read client-master
               invalid key
                   set transaction-is-invalid to true
                   move "Client not on master"
                       to cli-d-disposition
               not invalid key
                   add 1 to client-records-read
           end-read

           if transaction-is-valid
               move "On master" to cli-d-disposition
               perform 155-write-action-line
               move "Name:" to cli-i-label
               move clnt-client-name to cli-i-value
               move cli-inquiry-line to client-report-record
               write client-report-record
               move "Address:" to cli-i-label
               move clnt-address-1 to cli-i-value
               move cli-inquiry-line to client-report-record
               write client-report-record
               move spaces to cli-i-label
               if clnt-address-2 not = spaces
                   move clnt-address-2 to cli-i-value
                   move cli-inquiry-line to client-report-record
                   write client-report-record
               end-if
               if clnt-address-3 not = spaces
                   move clnt-address-3 to cli-i-value
                   move cli-inquiry-line to client-report-record
                   write client-report-record
               end-if
               move "Statement:" to cli-i-label
               move clnt-statement-delivery to cli-i-value
               move cli-inquiry-line to client-report-record
               write client-report-record
               move clnt-maintained-date to maintained-date-yyyymmdd
               string maintained-date-mm  "/"
                      maintained-date-dd  "/"
                      maintained-date-yyyy
                   delimited by size into cli-i-maintained-date
               move clnt-maintained-user to cli-i-maintained-user
               move cli-maintained-line to client-report-record
               write client-report-record
           else
               perform 150-write-reject-line
           end-if.

      * Writes one report line for a rejected transaction
       150-write-reject-line.
           add 1 to transactions-rejected
           perform 155-write-action-line.

      * Writes one report line showing what happened to an action
       155-write-action-line.
           move ctx-client-id to cli-d-client-id
           move cli-detail-line to client-report-record
           write client-report-record.

      * Stamps the master record with who touched it and when
       160-stamp-maintenance.
           move current-date-yyyymmdd to clnt-maintained-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to clnt-maintained-time
           move ctx-user-id to clnt-maintained-user.

      * Stamps the log line with who, when, and which client; the
      * caller has set log-field-name and the old/new values already
       179-build-log-line.
           move current-date-yyyymmdd to log-run-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to log-run-time
           move ctx-user-id to log-user-id
           move cli-d-action to log-action
           move ctx-client-id to log-client-id.

      * Appends one line to the client log
       180-write-log-record.
           perform 179-build-log-line
           move log-line to client-log-record
           write client-log-record
           add 1 to log-records-written.

      * Writes the action counts at the end of the report
       300-write-report-totals.
           move clients-added to cli-t-adds
           move clients-changed to cli-t-changes
           move transactions-rejected to cli-t-rejects
           move cli-blank-line to client-report-record
           write client-report-record
           move cli-total-line to client-report-record
           write client-report-record.

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

           move "CLNT2000" to rst-program-id
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

      * Stages each data file's counts onto the record
       920-load-file-statistics.
           move "CLNTTRAN" to stat-file-name
           move transactions-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "CLNTMST" to stat-file-name
           move client-records-read to stat-file-read
           compute stat-file-written =
               clients-added + clients-changed
           perform 912-add-file-statistics

           move "CLNTLOG" to stat-file-name
           move zero to stat-file-read
           move log-records-written to stat-file-written
           perform 912-add-file-statistics.
