       identification division.
      * Program info
       program-id. matr2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program works the account master's maturity dates each
      * night, ahead of the extract.  An open account maturing in the
      * next 90 days gets a notice record for the client letter run
      * as it enters the 90, 60, and 30-day windows.  An account whose
      * maturity date has come has its standing instruction applied:
      * closed, so it stops extracting, or rolled over for the same
      * term or into a new term at the rate MATRPARM quotes for that
      * term, with what it matured at on the ledger master as its new
      * principal and any rate schedule it had removed.  Every action
      * is logged to MNTLOG like any other maintenance, under this
      * program's name.

      * Modification history
      * 2026.10.15  gd  Initial version: maturity notices for the
      *                 30/60/90-day windows and close/roll-over
      *                 processing on the maturity date, with a report
      *                 and the maintenance log lines.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the number of the cycle the run precedes.
      * 2026.10.15  gd  Roll an account over with its matured value
      *                 off LEDGMST as the new principal, and remove
      *                 any RATESCHD schedule it had, logging both.

       environment division.

       input-output section.

       file-control.
           select account-master assign to "ACCTMST"
               organization is indexed
               access mode is dynamic
               record key is account-id
               file status is account-master-status-code.

           select rate-card-file assign to "MATRPARM"
               organization is line sequential
               file status is rate-card-status-code.

           select client-master assign to "CLNTMST"
               organization is indexed
               access mode is random
               record key is clnt-client-id
               file status is client-master-status-code.

           select notice-file assign to "MATNOTE"
               organization is line sequential
               file status is notice-file-status-code.

           select maturity-report assign to "MATRRPT"
               organization is line sequential
               file status is maturity-report-status-code.

           select maintenance-log assign to "MNTLOG"
               organization is line sequential
               file status is maintenance-log-status-code.

           select ledger-master assign to "LEDGMST"
               organization is indexed
               access mode is random
               record key is ledger-account-id
               file status is ledger-master-status-code.

           select rate-schedule-master assign to "RATESCHD"
               organization is indexed
               access mode is random
               record key is rsch-account-id
               file status is rate-schedule-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

       fd  account-master.
       01  account-master-record.
           copy "account-master-record.cpy".

      * Rate card - the yearly rate currently offered for each term,
      * one record per term in years; a roll-over takes its rate from
      * here, never from the account's old rate
       fd  rate-card-file.
       01  rate-card-record.
           05  card-term-years             pic xx.
           05  card-term-years-n redefines card-term-years
                                            pic 99.
           05  card-yearly-rate            pic x(3).
           05  card-yearly-rate-n redefines card-yearly-rate
                                            pic 99v9.

      * Client master - a linked account's letter goes to its client
       fd  client-master.
       01  client-master-record.
           copy "client-master-record.cpy".

      * Maturity notices for the client letter run
       fd  notice-file.
       01  notice-record.
           copy "maturity-notice-record.cpy".

      * Maturity report - one fixed-length line per WRITE
       fd  maturity-report.
       01  maturity-report-record         pic x(80).

      * Maintenance log - the same log mntn2000 writes, so a closed
      * or rolled account's history reads in one place
       fd  maintenance-log.
       01  maintenance-log-record         pic x(89).

      * Ledger master - read only, for the value a rolling account
      * matured at, which becomes the new term's principal
       fd  ledger-master.
       01  ledger-master-record.
           05  ledger-account-id           pic x(10).
           05  ledger-future-value         pic s9(9)v99.
           05  ledger-future-value-base    pic s9(10)v99.
           05  ledger-last-posted-date     pic 9(8).

      * Rate schedules - a rolling account's schedule was set for the
      * old term, so the roll-over removes it
       fd  rate-schedule-master.
       01  rate-schedule-record.
           copy "rate-schedule-record.cpy".

      * Nightly cycle control record - read only, for the number of
      * the cycle this run precedes
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
      * maturity-report-record before each WRITE.
       01  matr-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  matr-program-name           pic x(10) value "MATR2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  matr-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  matr-detail-line.
           05  matr-d-account-id           pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  matr-d-action               pic x(7).
           05  filler                      pic x(2)  value spaces.
           05  matr-d-disposition          pic x(45).
           05  filler                      pic x(14) value spaces.

       01  matr-action-total-line.
           05  filler                      pic x(9)  value "Closed: ".
           05  matr-t-closed               pic zz,zz9.
           05  filler                      pic x(10) value
               "  Rolled: ".
           05  matr-t-rolled               pic zz,zz9.
           05  filler                      pic x(14) value
               "  Not rolled: ".
           05  matr-t-not-rolled           pic zz,zz9.
           05  filler                      pic x(29) value spaces.

       01  matr-notice-total-line.
           05  filler                      pic x(17) value
               "Notices  30-day: ".
           05  matr-t-notice-30            pic zz,zz9.
           05  filler                      pic x(10) value
               "  60-day: ".
           05  matr-t-notice-60            pic zz,zz9.
           05  filler                      pic x(10) value
               "  90-day: ".
           05  matr-t-notice-90            pic zz,zz9.
           05  filler                      pic x(16) value
               "  No open date: ".
           05  matr-t-no-open-date         pic zz,zz9.
           05  filler                      pic x(3)  value spaces.

       01  matr-blank-line.
           05  filler                      pic x(80) value spaces.

      * Log line layout - mntn2000's, built in working-storage, then
      * moved to maintenance-log-record before each WRITE.  One line
      * per field the maturity action alters.
       01  log-line.
           05  log-run-date                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-run-time                pic 9(8).
           05  filler                      pic x(1)  value space.
           05  log-user-id                 pic x(8).
           05  filler                      pic x(1)  value space.
           05  log-action                  pic x(6).
           05  filler                      pic x(1)  value space.
           05  log-account-id              pic x(10).
           05  filler                      pic x(1)  value space.
           05  log-field-name              pic x(10).
           05  filler                      pic x(1)  value space.
           05  log-old-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-new-value               pic x(11).
           05  filler                      pic x(1)  value space.
           05  log-approver-id             pic x(8).

       01  log-value-work.
           05  log-rate-value              pic 99.9.

      * The rate card as loaded, subscripted by the term in years
       01  rate-card-table.
           05  rate-card-entry occurs 50 times.
               10  rate-card-rate          pic 99v9.
               10  rate-card-switch        pic x.
                   88  rate-card-quoted    value "Y".
           05  rate-card-sub               pic 99   comp.

      * Highest term we consider sane - the limit mntn2000 and
      * calc2000 enforce
       01  edit-limits.
           05  maximum-number-of-years     pic 99   value 50.

      * The roll-over being applied: the term, rate, and principal
      * it takes
       01  rollover-fields.
           05  rollover-years              pic 99.
           05  rollover-rate               pic 99v9.
           05  rollover-amount             pic s9(10).

      * Maturity action and notice counters
       01  maturity-counters.
           05  accounts-closed-count       pic 9(5)  value zero.
           05  accounts-rolled             pic 9(5)  value zero.
           05  accounts-not-rolled         pic 9(5)  value zero.
           05  notices-30-day              pic 9(5)  value zero.
           05  notices-60-day              pic 9(5)  value zero.
           05  notices-90-day              pic 9(5)  value zero.
           05  accounts-no-open-date       pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  accounts-read               pic 9(7)  value zero.
           05  accounts-rewritten          pic 9(7)  value zero.
           05  clients-read                pic 9(7)  value zero.
           05  ledger-records-read         pic 9(7)  value zero.
           05  schedules-read              pic 9(7)  value zero.
           05  schedules-removed           pic 9(7)  value zero.
           05  log-records-written         pic 9(7)  value zero.

      * Day numbers on the 30/360 calendar ager2000 uses - close
      * enough to tell which window an account's maturity falls in
       01  day-number-fields.
           05  today-day-number            pic 9(7).
           05  maturity-day-number         pic 9(7).
           05  days-to-maturity            pic s9(7).
           05  notice-window               pic 9(3).
           05  notice-window-days          pic 99.

      * Fields used to build the report's run date and the log stamp
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).
           05  current-time-hhmmsshh       pic 9(8).

      * A maturity date opened up, and the next maturity date derived
      * from the new open date and term - the same year, month, and
      * day the number of years later, with the 29th of February
      * falling back to the 28th in a year that has none
       01  term-date-fields.
           05  maturity-date-yyyymmdd      pic 9(8).
           05  maturity-date-parts redefines maturity-date-yyyymmdd.
               10  maturity-date-yyyy      pic 9(4).
               10  maturity-date-mm        pic 9(2).
               10  maturity-date-dd        pic 9(2).
           05  derived-maturity-date       pic 9(8).
           05  derived-maturity-parts redefines derived-maturity-date.
               10  derived-maturity-yyyy   pic 9(4).
               10  derived-maturity-mm     pic 9(2).
               10  derived-maturity-dd     pic 9(2).
           05  leap-quotient               pic 9(4).
           05  leap-remainder-4            pic 9(3).
           05  leap-remainder-100          pic 9(3).
           05  leap-remainder-400          pic 9(3).

      * Switches
       01  program-switches.
           05  master-scan-switch         pic x     value "N".
               88  end-of-master-scan     value "Y".
           05  rate-card-file-switch      pic x     value "N".
               88  end-of-rate-card       value "Y".
           05  client-master-switch       pic x     value "N".
               88  clients-on-file        value "Y".
           05  client-found-switch        pic x     value "N".
               88  client-found           value "Y".
           05  ledger-master-switch       pic x     value "N".
               88  ledger-positions-on-file
                                           value "Y".
           05  rate-schedule-switch       pic x     value "N".
               88  schedules-on-file      value "Y".
           05  matured-value-switch       pic x     value "N".
               88  matured-value-found    value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  account-master-status-code     pic xx.
       77  rate-card-status-code          pic xx.
       77  client-master-status-code      pic xx.
       77  notice-file-status-code        pic xx.
       77  maturity-report-status-code    pic xx.
       77  maintenance-log-status-code    pic xx.
       77  ledger-master-status-code      pic xx.
       77  rate-schedule-status-code      pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-process-maturities.
           display "Processing account maturities".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 010-open-account-master
           perform 012-load-rate-card
           perform 015-open-ledger-master
           perform 016-open-rate-schedule-master
           perform 017-open-client-master
           open output notice-file
           open output maturity-report
           perform 005-open-maintenance-log
           perform 020-write-report-header

      * Walk the whole master in key order, one account per pass
           move low-values to account-id
           start account-master key not < account-id
               invalid key
                   set end-of-master-scan to true
           end-start

           perform 100-check-one-account
               until end-of-master-scan

           perform 300-write-report-totals

           close account-master
           if clients-on-file
               close client-master
           end-if
           if ledger-positions-on-file
               close ledger-master
           end-if
           if schedules-on-file
               close rate-schedule-master
           end-if
           close notice-file
           close maturity-report
           close maintenance-log

           display "Accounts closed....: " accounts-closed-count
           display "Accounts rolled....: " accounts-rolled
           display "Not rolled.........: " accounts-not-rolled
           display "Notices written....: " notices-30-day " "
               notices-60-day " " notices-90-day
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle this run precedes, for the run statistics: the one
      * open on the run-control file if it opened today, otherwise
      * the next one, which calc2000 opens later tonight
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

      * Opens the maintenance log for append; the first run on a new
      * system finds no file yet, so that case creates it instead
       005-open-maintenance-log.
           open extend maintenance-log
           if maintenance-log-status-code = "35"
               open output maintenance-log
           end-if.

      * Opens the account master for update; with no master there is
      * nothing to mature, which is an operations error
       010-open-account-master.
           open i-o account-master
           if account-master-status-code not = "00"
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Loads the rate card by term.  With no MATRPARM nothing can be
      * rolled over tonight - those accounts are reported and left
      * open for the next run - but closes still go ahead.
       012-load-rate-card.
           move spaces to rate-card-table
           open input rate-card-file
           evaluate rate-card-status-code
               when "00"
                   perform 013-read-rate-card
                   perform 014-load-one-card-rate
                       until end-of-rate-card
                   close rate-card-file
               when "35"
                   display "No rate card MATRPARM - no account will "
                       "roll over tonight"
               when other
                   display "Unable to open rate card file MATRPARM - "
                       "status " rate-card-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

       013-read-rate-card.
           read rate-card-file
               at end
                   set end-of-rate-card to true
           end-read.

      * A card line with a term or rate that is not a sane number is
      * a keying error on the parameter file - stop before a roll-over
      * takes a rate nobody meant
       014-load-one-card-rate.
           if card-term-years not numeric
                   or card-term-years-n = zero
                   or card-term-years-n > maximum-number-of-years
                   or card-yearly-rate not numeric
                   or card-yearly-rate-n = zero
               display "Rate card MATRPARM line " rate-card-record
                   " is not a valid term and rate - run stopped"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move card-term-years-n to rate-card-sub
           move card-yearly-rate-n to rate-card-rate(rate-card-sub)
           set rate-card-quoted(rate-card-sub) to true

           perform 013-read-rate-card.

      * No LEDGMST means nothing has been posted yet, so no account
      * has a matured value to roll over with tonight - those are
      * reported and left open for the next run, as with no card
       015-open-ledger-master.
           open input ledger-master
           evaluate ledger-master-status-code
               when "00"
                   set ledger-positions-on-file to true
               when "35"
                   display "No ledger master LEDGMST - no account will "
                       "roll over tonight"
               when other
                   display "Unable to open ledger master file "
                       "LEDGMST - status " ledger-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

      * No RATESCHD means no account has a rate schedule to remove
       016-open-rate-schedule-master.
           open i-o rate-schedule-master
           evaluate rate-schedule-status-code
               when "00"
                   set schedules-on-file to true
               when "35"
                   continue
               when other
                   display "Unable to open rate schedule master "
                       "RATESCHD - status " rate-schedule-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

      * No CLNTMST means no client has been set up yet, so every
      * letter goes to the account's own name and address
       017-open-client-master.
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

      * Builds today's date for the report header and the windows
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into matr-run-date
           compute today-day-number =
               (current-date-yyyy * 360)
                   + (current-date-mm * 30)
                   + current-date-dd.

      * Writes the report header
       020-write-report-header.
           perform 018-build-run-date
           move matr-header-line to maturity-report-record
           write maturity-report-record
           move matr-blank-line to maturity-report-record
           write maturity-report-record.

      * Reads the next master account; an open account with term
      * dates is either due tonight or checked for a notice window
       100-check-one-account.
           read account-master next record
               at end
                   set end-of-master-scan to true
               not at end
                   add 1 to accounts-read
           end-read

           if not end-of-master-scan and account-open
               if maturity-date not numeric
                       or maturity-date = zero
                   add 1 to accounts-no-open-date
               else
                   if maturity-date not > current-date-yyyymmdd
                       perform 110-apply-maturity
                   else
                       perform 150-check-notice-window
                   end-if
               end-if
           end-if.

      * Applies the standing instruction; an account with none on
      * file closes, the same as one told to
       110-apply-maturity.
           evaluate true
               when mature-roll-same-term
                   move number-of-years to rollover-years
                   perform 120-roll-over-account
               when mature-roll-new-term
                   move maturity-new-term to rollover-years
                   perform 120-roll-over-account
               when other
                   perform 115-close-matured-account
           end-evaluate.

      * Closes the matured account so the nightly extract stops
      * sending it; the record stays on the master for history
       115-close-matured-account.
           move "CLOSE" to matr-d-action
           move "MATURE" to log-action
           move "STATUS" to log-field-name
           move account-status to log-old-value
           set account-closed to true
           move account-status to log-new-value
           perform 160-stamp-maintenance
           rewrite account-master-record
           add 1 to accounts-rewritten
           perform 180-write-log-record
           add 1 to accounts-closed-count
           move spaces to matr-d-disposition
           move maturity-date to maturity-date-yyyymmdd
           string "Matured "
                  maturity-date-mm "/"
                  maturity-date-dd "/"
                  maturity-date-yyyy
                  " - closed"
               delimited by size into matr-d-disposition
           perform 155-write-action-line.

      * Rolls the account into a fresh term at the card rate for the
      * term it takes: the new term opens on the old maturity date.
      * A term the card does not quote, or an account with no matured
      * value to carry into the new term, is reported and the account
      * left as it is, to roll on a later run once that is put right.
       120-roll-over-account.
           move "ROLL" to matr-d-action
           move "MATURE" to log-action
           evaluate true
               when rollover-years not numeric
                    or rollover-years = zero
                    or rollover-years > maximum-number-of-years
                   add 1 to accounts-not-rolled
                   move "New term missing - not rolled"
                       to matr-d-disposition
                   perform 155-write-action-line
               when not rate-card-quoted(rollover-years)
                   add 1 to accounts-not-rolled
                   move spaces to matr-d-disposition
                   string "No card rate for a "
                          rollover-years
                          "-year term - not rolled"
                       delimited by size into matr-d-disposition
                   perform 155-write-action-line
               when other
                   perform 122-find-matured-value
                   if matured-value-found
                       move rate-card-rate(rollover-years)
                           to rollover-rate
                       perform 125-apply-rollover
                   else
                       add 1 to accounts-not-rolled
                       perform 155-write-action-line
                   end-if
           end-evaluate.

      * The new term's principal is what the old term matured at -
      * the account's value on the ledger master, to the whole unit.
      * No ledger position, or a value that is not a principal the
      * master can hold, leaves the account unrolled with the reason.
       122-find-matured-value.
           move "N" to matured-value-switch
           move spaces to matr-d-disposition
           if not ledger-positions-on-file
               move "No ledger master - not rolled"
                   to matr-d-disposition
           else
               move account-id to ledger-account-id
               read ledger-master
                   invalid key
                       move "No ledger position - not rolled"
                           to matr-d-disposition
                   not invalid key
                       add 1 to ledger-records-read
                       compute rollover-amount rounded =
                           ledger-future-value
                       if rollover-amount > zero
                               and rollover-amount not > 9999999
                           set matured-value-found to true
                       else
                           move
                               "Matured value out of range - not rolled"
                               to matr-d-disposition
                       end-if
               end-read
           end-if.

      * Every field the roll-over moves gets its own log line
       125-apply-rollover.
           if rollover-amount not = investment-amount
               move "INVESTMENT" to log-field-name
               move investment-amount to log-old-value
               move rollover-amount to investment-amount
               move investment-amount to log-new-value
               perform 180-write-log-record
           end-if

           if rollover-years not = number-of-years
               move "YEARS" to log-field-name
               move number-of-years to log-old-value
               move rollover-years to number-of-years
               move number-of-years to log-new-value
               perform 180-write-log-record
           end-if

           if rollover-rate not = yearly-interest-rate
               move "RATE" to log-field-name
               move yearly-interest-rate to log-rate-value
               move log-rate-value to log-old-value
               move rollover-rate to yearly-interest-rate
               move yearly-interest-rate to log-rate-value
               move log-rate-value to log-new-value
               perform 180-write-log-record
           end-if

           move "OPEN-DATE" to log-field-name
           move open-date to log-old-value
           move maturity-date to open-date
           move open-date to log-new-value
           perform 180-write-log-record

           perform 130-derive-maturity-date
           move "MATURITY" to log-field-name
           move maturity-date to log-old-value
           move derived-maturity-date to maturity-date
           move maturity-date to log-new-value
           perform 180-write-log-record

           perform 127-remove-rate-schedule

           move zero to maturity-notice-window
           perform 160-stamp-maintenance
           rewrite account-master-record
           add 1 to accounts-rewritten
           add 1 to accounts-rolled

           move spaces to matr-d-disposition
           move yearly-interest-rate to log-rate-value
           move maturity-date to maturity-date-yyyymmdd
           string "Rolled "
                  number-of-years
                  " years at "
                  log-rate-value
                  "% to "
                  maturity-date-mm "/"
                  maturity-date-dd "/"
                  maturity-date-yyyy
               delimited by size into matr-d-disposition
           perform 155-write-action-line.

      * A rate schedule's steps run from the old open date at rates
      * set for the old term, and calc2000 would let its first step
      * override the card rate - so the schedule goes, the way
      * mntn2000 removes one, and the new term earns the card rate
       127-remove-rate-schedule.
           if schedules-on-file
               move account-id to rsch-account-id
               read rate-schedule-master
                   invalid key
                       continue
                   not invalid key
                       add 1 to schedules-read
                       delete rate-schedule-master
                       add 1 to schedules-removed
                       move "RATESCHED" to log-field-name
                       move "ON FILE" to log-old-value
                       move "REMOVED" to log-new-value
                       perform 180-write-log-record
               end-read
           end-if.

      * The maturity date is the open date moved on by the term in
      * whole years - the same rule mntn2000 applies
       130-derive-maturity-date.
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

      * Works out which window the maturity falls in and writes a
      * notice the first time the account is found inside it
       150-check-notice-window.
           move maturity-date to maturity-date-yyyymmdd
           compute maturity-day-number =
               (maturity-date-yyyy * 360)
                   + (maturity-date-mm * 30)
                   + maturity-date-dd
           compute days-to-maturity =
               maturity-day-number - today-day-number

           evaluate true
               when days-to-maturity not > 30
                   move 30 to notice-window
               when days-to-maturity not > 60
                   move 60 to notice-window
               when days-to-maturity not > 90
                   move 90 to notice-window
               when other
                   move zero to notice-window
           end-evaluate

           if notice-window not = zero
               if maturity-notice-window not numeric
                       or maturity-notice-window = zero
                       or notice-window < maturity-notice-window
                   perform 152-write-notice
               end-if
           end-if.

      * One letter's worth: the account, where it mails, and what
      * will happen at maturity.  The window is marked on the master
      * so tomorrow's run does not write it again.
       152-write-notice.
           move account-id to mnot-account-id
           move client-id to mnot-client-id
           move notice-window to mnot-window-days
           if days-to-maturity < 1
               move 1 to mnot-days-to-maturity
           else
               move days-to-maturity to mnot-days-to-maturity
           end-if
           move maturity-date to mnot-maturity-date
           move maturity-instruction to mnot-instruction
           move maturity-new-term to mnot-new-term
           move currency-code to mnot-currency-code
           move investment-amount to mnot-investment-amount
           perform 154-fill-mailing-address
           write notice-record

           move notice-window to maturity-notice-window
           rewrite account-master-record
           add 1 to accounts-rewritten

           evaluate notice-window
               when 30
                   add 1 to notices-30-day
               when 60
                   add 1 to notices-60-day
               when other
                   add 1 to notices-90-day
           end-evaluate

           move "NOTICE" to matr-d-action
           move notice-window to notice-window-days
           move spaces to matr-d-disposition
           string "Matures "
                  maturity-date-mm "/"
                  maturity-date-dd "/"
                  maturity-date-yyyy
                  ", "
                  notice-window-days
                  "-day notice ("
                  maturity-instruction
                  ")"
               delimited by size into matr-d-disposition
           perform 155-write-action-line.

      * A linked account's letter goes to its client; an unlinked
      * one, or one whose client is missing, to the account's own
      * name and address
       154-fill-mailing-address.
           move "N" to client-found-switch
           if client-id not = spaces and clients-on-file
               move client-id to clnt-client-id
               read client-master
                   invalid key
                       continue
                   not invalid key
                       set client-found to true
                       add 1 to clients-read
               end-read
           end-if

           if client-found
               move clnt-client-name to mnot-mail-name
               move clnt-address-1 to mnot-mail-address-1
               move clnt-address-2 to mnot-mail-address-2
               move clnt-address-3 to mnot-mail-address-3
           else
               move client-name to mnot-mail-name
               move client-address-1 to mnot-mail-address-1
               move client-address-2 to mnot-mail-address-2
               move client-address-3 to mnot-mail-address-3
           end-if.

      * Writes one report line showing what happened to an account
       155-write-action-line.
           move account-id to matr-d-account-id
           move matr-detail-line to maturity-report-record
           write maturity-report-record.

      * Stamps the master record with who touched it and when; the
      * maturity run is its own user
       160-stamp-maintenance.
           move current-date-yyyymmdd to last-maintained-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to last-maintained-time
           move "MATR2000" to last-maintained-user.

      * Stamps the log line with who, when, and which account; the
      * caller has set the action, field name, and old/new values
       179-build-log-line.
           move current-date-yyyymmdd to log-run-date
           accept current-time-hhmmsshh from time
           move current-time-hhmmsshh to log-run-time
           move "MATR2000" to log-user-id
           move account-id to log-account-id
           move spaces to log-approver-id.

      * Appends one line to the maintenance log
       180-write-log-record.
           perform 179-build-log-line
           move log-line to maintenance-log-record
           write maintenance-log-record
           add 1 to log-records-written.

      * Writes the action and notice counts at the end of the report
       300-write-report-totals.
           move accounts-closed-count to matr-t-closed
           move accounts-rolled to matr-t-rolled
           move accounts-not-rolled to matr-t-not-rolled
           move notices-30-day to matr-t-notice-30
           move notices-60-day to matr-t-notice-60
           move notices-90-day to matr-t-notice-90
           move accounts-no-open-date to matr-t-no-open-date
           move matr-blank-line to maturity-report-record
           write maturity-report-record
           move matr-action-total-line to maturity-report-record
           write maturity-report-record
           move matr-notice-total-line to maturity-report-record
           write maturity-report-record.

      * Notes when the run started, for the run statistics record
       900-start-run-statistics.
           accept stat-start-date from date yyyymmdd
           accept stat-start-time from time.

      * Appends this run's statistics record to RUNSTATS: when it
      * ran, how long it took, how it ended, and what it read and
      * wrote on each data file.  Written on the way out of a failed
      * run as well as a good one.  A statistics file that cannot be
      * opened is reported and passed over - the night's work is not
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

           move "MATR2000" to rst-program-id
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
           move "ACCTMST" to stat-file-name
           move accounts-read to stat-file-read
           move accounts-rewritten to stat-file-written
           perform 912-add-file-statistics

           move "CLNTMST" to stat-file-name
           move clients-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGMST" to stat-file-name
           move ledger-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATESCHD" to stat-file-name
           move schedules-read to stat-file-read
           move schedules-removed to stat-file-written
           perform 912-add-file-statistics

           move "MATNOTE" to stat-file-name
           move zero to stat-file-read
           compute stat-file-written =
               notices-30-day + notices-60-day + notices-90-day
           perform 912-add-file-statistics

           move "MNTLOG" to stat-file-name
           move zero to stat-file-read
           move log-records-written to stat-file-written
           perform 912-add-file-statistics.
