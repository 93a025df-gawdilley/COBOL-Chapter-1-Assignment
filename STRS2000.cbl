       identification division.
      * Program info
       program-id. strs2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program stress-tests the whole book: it re-projects every
      * account on the ACCTIN extract under each shock named on the
      * stress parameter file - a parallel shift in basis points to
      * every account's yearly interest rate, a percentage move in one
      * currency's exchange rate (or every currency's but the base),
      * or both - and reports the base-currency value under each shock
      * against the base case, by currency and for the book.  The
      * projection itself is calc2000's: the same compounding, fee,
      * tax, and cash flow, year by year, so the base case here ties
      * to tonight's report.  Nothing is written but the report.

      * Modification history
      * 2026.10.15  gd  Initial version: rate and FX shocks off the
      *                 STRSPARM parameter file, re-projecting the
      *                 extract once per shock, with the results by
      *                 currency and for the book on STRSRPT.
      * 2026.10.15  gd  Accounts on a rate schedule (RATESCHD) are
      *                 stressed off the step or tier rate calc2000
      *                 projects them at each year, so the base case
      *                 still ties to tonight's report.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 rate, extract, and rate schedule records read.

       environment division.

       input-output section.

       file-control.
           select stress-parameter-file assign to "STRSPARM"
               organization is line sequential
               file status is stress-parameter-status-code.

           select account-file assign to "ACCTIN"
               organization is line sequential
               file status is account-file-status-code.

           select rate-master assign to "RATEMST"
               organization is indexed
               access mode is sequential
               record key is rate-key
               file status is rate-master-status-code.

           select stress-report assign to "STRSRPT"
               organization is line sequential
               file status is stress-report-status-code.

           select rate-schedule-file assign to "RATESCHD"
               organization is indexed
               access mode is random
               record key is rsch-account-id
               file status is rate-schedule-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Stress parameters - one shock per record.  The rate shift is
      * in basis points, signed; the FX move is a signed percentage
      * applied to the named currency's rate, or to every currency
      * but the base when no currency is named.  Either may be left
      * blank for a shock that moves only the other.
       fd  stress-parameter-file.
       01  stress-parameter-record.
           05  parm-shock-name             pic x(10).
           05  parm-rate-shift-bp          pic x(5).
           05  parm-rate-shift-bp-n redefines parm-rate-shift-bp
                                            pic s9(4)
                                            sign leading separate.
           05  parm-fx-currency-code       pic x(3).
           05  parm-fx-move-pct            pic x(6).
           05  parm-fx-move-pct-n redefines parm-fx-move-pct
                                            pic s9(3)v99
                                            sign leading separate.

       fd  account-file.
       01  account-record.
           copy "investment-record.cpy".

      * Currency rate master - read once at run start into the
      * in-storage rate table, the same way calc2000 loads it
       fd  rate-master.
       01  rate-master-record.
           copy "currency-rate-record.cpy".

      * Stress report - one fixed-length line per WRITE
       fd  stress-report.
       01  stress-report-record           pic x(80).

      * Rate schedules - the step and tier rates calc2000 projects
      * scheduled accounts at
       fd  rate-schedule-file.
       01  rate-schedule-record.
           copy "rate-schedule-record.cpy".

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * Report line layouts - built in working-storage, then moved to
      * stress-report-record before each WRITE.
       01  strs-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  strs-program-name           pic x(10) value "STRS2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  strs-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  strs-extract-line.
           05  filler                      pic x(14) value
               "Extract date: ".
           05  strs-e-extract-date         pic 9(8).
           05  filler                      pic x(58) value spaces.

       01  strs-shock-title-line.
           05  filler                      pic x(16) value
               "Shocks applied: ".
           05  filler                      pic x(64) value spaces.

      * Heading text lines up with strs-shock-line's field widths
      * below a filler at a time, the same way calc2000's report does
       01  strs-shock-heading-line.
           05  filler                      pic x(10) value "Shock".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(8)  value
               "Rate Sft".
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(3)  value "Cur".
           05  filler                      pic x(4)  value spaces.
           05  filler                      pic x(8)  value
               " FX Move".
           05  filler                      pic x(41) value spaces.

       01  strs-shock-line.
           05  strs-s-shock-name           pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  strs-s-rate-shift           pic ++++9.
           05  filler                      pic x(3)  value " bp".
           05  filler                      pic x(4)  value spaces.
           05  strs-s-fx-currency          pic x(3).
           05  filler                      pic x(4)  value spaces.
           05  strs-s-fx-move              pic +++9.99.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(41) value spaces.

       01  strs-currency-line.
           05  filler                      pic x(10) value
               "Currency: ".
           05  strs-c-currency             pic x(3).
           05  filler                      pic x(12) value
               "  Accounts: ".
           05  strs-c-accounts             pic z,zzz,zz9.
           05  filler                      pic x(46) value spaces.

       01  strs-book-line.
           05  filler                      pic x(25) value
               "Book - all currencies    ".
           05  filler                      pic x(10) value
               "Accounts: ".
           05  strs-b-accounts             pic z,zzz,zz9.
           05  filler                      pic x(36) value spaces.

       01  strs-value-heading-line.
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(10) value "Shock".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(21) value
               "    Base Value (Base)".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(21) value
               "  Change vs Base Case".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(9)  value
               " Change %".
           05  filler                      pic x(11) value spaces.

       01  strs-value-line.
           05  filler                      pic x(2)  value spaces.
           05  strs-v-shock-name           pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  strs-v-value                pic -z,zzz,zzz,zzz,zz9.99.
           05  filler                      pic x(2)  value spaces.
           05  strs-v-change               pic -z,zzz,zzz,zzz,zz9.99.
           05  filler                      pic x(2)  value spaces.
           05  strs-v-change-pct           pic -zzz9.99.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(11) value spaces.

       01  strs-count-line.
           05  filler                      pic x(10) value
               "Stressed: ".
           05  strs-t-stressed             pic zzz,zz9.
           05  filler                      pic x(13) value
               "  Goal-seek: ".
           05  strs-t-goal-seek            pic zzz,zz9.
           05  filler                      pic x(12) value
               "  Rejected: ".
           05  strs-t-rejected             pic zzz,zz9.
           05  filler                      pic x(12) value
               "  Overflow: ".
           05  strs-t-overflowed           pic zzz,zz9.
           05  filler                      pic x(5)  value spaces.

       01  strs-blank-line.
           05  filler                      pic x(80) value spaces.

      * Balancing report lines - written in place of the stress
      * results when the extract's control records do not balance
       01  strs-balance-error-line.
           05  filler                      pic x(44) value
               "*** EXTRACT OUT OF BALANCE - RUN STOPPED ***".
           05  filler                      pic x(36) value spaces.

       01  strs-balance-reason-line.
           05  filler                      pic x(4)  value spaces.
           05  strs-b-reason               pic x(50).
           05  filler                      pic x(26) value spaces.

      * Control record layouts - each physical extract record is
      * inspected against these before it is treated as an account
       01  extract-header-line.
           copy "extract-header-record.cpy".

       01  extract-trailer-line.
           copy "extract-trailer-record.cpy".

      * Running figures balanced against the trailer at end of run
       01  extract-control-fields.
           05  details-read-count          pic 9(7)  value zero.
           05  details-amount-hash         pic 9(13) value zero.
           05  trailer-record-count        pic 9(7)  value zero.
           05  trailer-amount-hash         pic 9(13) value zero.
           05  extract-date                pic 9(8)  value zero.

      * The shocks to run.  Entry 1 is always the base case - no rate
      * shift and no FX move - so every shock has something to be
      * measured against; the parameter file's shocks follow it.
       01  shock-table-fields.
           05  shock-count                 pic 99    comp value 1.
           05  shock-maximum               pic 99    comp value 11.
           05  shock-sub                   pic 99    comp.

       01  shock-table.
           05  shock-entry occurs 11 times.
               10  shock-name              pic x(10).
               10  shock-rate-shift-bp     pic s9(4).
               10  shock-fx-currency-code  pic x(3).
               10  shock-fx-move-pct       pic s9(3)v99.
               10  shock-account-value     pic s9(10)v99.

      * Base-currency value under each shock, accumulated per
      * currency and lined up with the loaded currency-rate table
      * entry by entry, the way calc2000's fee revenue table is
       01  stress-currency-table.
           05  stress-currency-entry occurs 50 times.
               10  stress-account-count    pic 9(7).
               10  stress-value-base       pic s9(13)v99
                                            occurs 11 times.

       01  stress-book-totals.
           05  book-account-count          pic 9(7)  value zero.
           05  book-value-base             pic s9(13)v99
                                            occurs 11 times.

      * Values used for one account's projection under one shock
       01  stress-work-fields.
           05  stress-currency-sub         pic 9(3)  comp.
           05  scheduled-yearly-rate       pic 99v9.
           05  rate-schedule-sub           pic 99     comp.
           05  stressed-yearly-rate        pic s9(3)v99.
           05  stressed-exchange-rate      pic 9(4)v9(4).
           05  stress-future-value         pic s9(9)v99.
           05  stress-opening-balance      pic s9(9)v99.
           05  stress-fee-charged          pic s9(9)v99.
           05  stress-tax-withheld         pic s9(9)v99.
           05  year-counter                pic 999.
           05  value-change                pic s9(13)v99.
           05  value-change-pct            pic s9(4)v99.

      * Values used to model compounding more often than once a year
       01  compounding-fields.
           05  compounding-steps-per-yr    pic 999    comp.
           05  compounding-step-counter    pic 999    comp.
           05  rate-per-compounding-step   pic s9(4)v9(4).

      * Currency-conversion rate table, shared with calc2000 so the
      * base case here converts exactly the way tonight's run did
           copy "currency-rate-table.cpy".

       01  conversion-fields.
           05  base-currency-code          pic x(3) value "USD".
           05  account-exchange-rate       pic 9(4)v9(4).

      * Run counters
       01  stress-counters.
           05  accounts-stressed           pic 9(6)  value zero.
           05  goal-seek-skipped           pic 9(6)  value zero.
           05  accounts-rejected           pic 9(6)  value zero.
           05  accounts-overflowed         pic 9(6)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  rate-records-read           pic 9(7)  value zero.
           05  extract-records-read        pic 9(7)  value zero.
           05  schedules-read              pic 9(7)  value zero.

      * Highest yearly interest rate, term, fee, and withholding tax
      * we consider sane for an account - calc2000's limits, so the
      * stress run projects exactly the accounts tonight's run did
       01  edit-limits.
           05  maximum-yearly-rate         pic 99v9  value 30.0.
           05  maximum-number-of-years     pic 99    value 50.
           05  maximum-fee-percentage      pic 99v99 value 10.00.
           05  maximum-tax-percentage      pic 99v99 value 50.00.
           05  maximum-rate-shift-bp       pic 9(4)  value 1000.

      * Fields used to build the report's run date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

      * Switches
       01  program-switches.
           05  account-file-status        pic x     value "N".
               88  end-of-account-file    value "Y".
           05  stress-parameter-switch    pic x     value "N".
               88  end-of-stress-parameters value "Y".
           05  rate-master-switch         pic x     value "N".
               88  end-of-rate-master     value "Y".
           05  record-valid-switch        pic x     value "Y".
               88  record-is-valid        value "Y".
               88  record-is-invalid      value "N".
           05  overflow-switch            pic x     value "N".
               88  fv-has-overflowed      value "Y".
           05  header-seen-switch         pic x     value "N".
               88  header-record-seen     value "Y".
           05  trailer-seen-switch        pic x     value "N".
               88  trailer-record-seen    value "Y".
           05  control-record-switch      pic x     value "N".
               88  control-record-read    value "Y".
           05  balancing-switch           pic x     value "Y".
               88  extract-in-balance     value "Y".
               88  extract-out-of-balance value "N".
           05  rate-schedule-file-switch  pic x     value "N".
               88  rate-schedules-on-file value "Y".
           05  account-schedule-switch    pic x     value "N".
               88  account-has-schedule   value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  stress-parameter-status-code   pic xx.
       77  account-file-status-code       pic xx.
       77  rate-master-status-code        pic xx.
       77  stress-report-status-code      pic xx.
       77  rate-schedule-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-run-stress-test.
           display "Running book stress test".

           perform 900-start-run-statistics

           perform 012-load-currency-rates
           perform 015-open-rate-schedules
           perform 030-read-stress-parameters

           open input account-file
           if account-file-status-code not = "00"
               display "Unable to open account extract file ACCTIN - "
                   "status " account-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           open output stress-report
           perform 020-write-report-header

      * Prime the read, then stress one account per pass
           perform 060-read-account-record

           perform 100-stress-one-account
               until end-of-account-file

      * The same proof calc2000 asks of the extract: a short file
      * must not produce a plausible-looking but short book
           perform 185-balance-extract-controls

           if extract-in-balance
               perform 300-write-stress-results
           else
               perform 186-write-balancing-report
           end-if

           close account-file
           close stress-report
           if rate-schedules-on-file
               close rate-schedule-file
           end-if

           display "Accounts stressed..: " accounts-stressed
           display "Goal-seek skipped..: " goal-seek-skipped
           display "Accounts rejected..: " accounts-rejected
           display "Accounts overflowed: " accounts-overflowed

           if extract-out-of-balance
               display "Run stopped - extract out of balance"
               move 16 to return-code
           end-if

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Loads the in-storage rate table from the rate master; the
      * records arrive in key order - currency, then effective date -
      * so per currency the last record dated on or before the run
      * date is the rate in effect tonight
       012-load-currency-rates.
           accept current-date-yyyymmdd from date yyyymmdd
           open input rate-master
           if rate-master-status-code not = "00"
               display "Unable to open currency rate master RATEMST - "
                   "status " rate-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 013-read-rate-record
           perform 014-load-one-rate
               until end-of-rate-master
           close rate-master

           if currency-rate-count = zero
               display "No currency rates in effect on RATEMST - "
                   "run stopped"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 016-clear-one-currency-entry
               varying stress-currency-sub from 1 by 1
               until stress-currency-sub > currency-rate-maximum.

      * Same as calc2000: no RATESCHD means every account earns its
      * master rate
       015-open-rate-schedules.
           open input rate-schedule-file
           evaluate rate-schedule-status-code
               when "00"
                   set rate-schedules-on-file to true
               when "35"
                   continue
               when other
                   display "Unable to open rate schedule master "
                       "RATESCHD - status " rate-schedule-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

       013-read-rate-record.
           read rate-master
               at end
                   set end-of-rate-master to true
               not at end
                   add 1 to rate-records-read
           end-read.

      * A record dated after the run date is not yet in effect; a
      * later effective date for a currency already loaded replaces
      * the earlier rate, so the latest one on or before tonight wins
       014-load-one-rate.
           if rate-effective-date not > current-date-yyyymmdd
               if currency-rate-count > zero
                       and cr-currency-code(currency-rate-count)
                           = rate-currency-code
                   move rate-exchange-rate
                       to cr-exchange-rate(currency-rate-count)
               else
                   if currency-rate-count >= currency-rate-maximum
                       display "Currency rate table is full - "
                           "raise the table limit"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   end-if
                   add 1 to currency-rate-count
                   move rate-currency-code
                       to cr-currency-code(currency-rate-count)
                   move rate-exchange-rate
                       to cr-exchange-rate(currency-rate-count)
               end-if
           end-if

           perform 013-read-rate-record.

      * The stress accumulators line up with the rate table, so they
      * open at zero alongside it
       016-clear-one-currency-entry.
           move zero to stress-account-count(stress-currency-sub)
           perform 017-clear-one-shock-value
               varying shock-sub from 1 by 1
               until shock-sub > shock-maximum.

       017-clear-one-shock-value.
           move zero to stress-value-base(stress-currency-sub,
               shock-sub)
           move zero to book-value-base(shock-sub).

      * Loads the shocks to run behind the base case.  A parameter
      * that is present must be whole - a shock silently run as
      * something other than what was asked for is worse than none -
      * so any bad record stops the run before an account is read.
       030-read-stress-parameters.
           move "BASE CASE" to shock-name(1)
           move zero to shock-rate-shift-bp(1)
           move spaces to shock-fx-currency-code(1)
           move zero to shock-fx-move-pct(1)

           open input stress-parameter-file
           if stress-parameter-status-code not = "00"
               display "Unable to open stress parameter file "
                   "STRSPARM - status " stress-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 035-read-stress-parameter
           perform 040-load-one-shock
               until end-of-stress-parameters
           close stress-parameter-file

           if shock-count = 1
               display "No shocks on stress parameter file STRSPARM "
                   "- run stopped"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       035-read-stress-parameter.
           read stress-parameter-file
               at end
                   set end-of-stress-parameters to true
           end-read.

      * Edits one shock and adds it to the table; a blank rate shift
      * or FX move is taken as zero, so a pure rate shock and a pure
      * FX shock each need only their own field keyed
       040-load-one-shock.
           if parm-shock-name = spaces
               display "Shock name on STRSPARM is required"
               perform 045-stop-on-bad-parameter
           end-if

           if parm-rate-shift-bp = spaces
               move zero to parm-rate-shift-bp-n
           end-if
           if parm-fx-move-pct = spaces
               move zero to parm-fx-move-pct-n
           end-if

           if parm-rate-shift-bp-n not numeric
               display "Rate shift for shock " parm-shock-name
                   " must be signed basis points, e.g. -0200"
               perform 045-stop-on-bad-parameter
           end-if

           if parm-rate-shift-bp-n > maximum-rate-shift-bp
                   or parm-rate-shift-bp-n
                       < zero - maximum-rate-shift-bp
               display "Rate shift for shock " parm-shock-name
                   " is beyond 1000 basis points either way"
               perform 045-stop-on-bad-parameter
           end-if

           if parm-fx-move-pct-n not numeric
               display "FX move for shock " parm-shock-name
                   " must be a signed percentage, e.g. +01000"
               perform 045-stop-on-bad-parameter
           end-if

           if parm-fx-move-pct-n not > -100
               display "FX move for shock " parm-shock-name
                   " would take the rate to zero or below"
               perform 045-stop-on-bad-parameter
           end-if

           if parm-fx-currency-code not = spaces
               perform 042-check-shock-currency
           end-if

           if shock-count >= shock-maximum
               display "More than 10 shocks on STRSPARM - "
                   "split the run"
               perform 045-stop-on-bad-parameter
           end-if

           add 1 to shock-count
           move parm-shock-name to shock-name(shock-count)
           move parm-rate-shift-bp-n
               to shock-rate-shift-bp(shock-count)
           move parm-fx-currency-code
               to shock-fx-currency-code(shock-count)
           move parm-fx-move-pct-n to shock-fx-move-pct(shock-count)

           perform 035-read-stress-parameter.

      * A named currency has to be one the rate master carries, or
      * the shock would quietly move nothing
       042-check-shock-currency.
           search all currency-rate-entry
               at end
                   display "FX currency " parm-fx-currency-code
                       " for shock " parm-shock-name
                       " is not on RATEMST"
                   perform 045-stop-on-bad-parameter
               when cr-currency-code(currency-rate-idx)
                       = parm-fx-currency-code
                   continue
           end-search.

      * A bad parameter stops the run before the extract is opened;
      * the caller has displayed the reason
       045-stop-on-bad-parameter.
           close stress-parameter-file
           move 16 to return-code
           perform 910-write-run-statistics
           stop run.

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into strs-run-date.

      * Writes the report header and the shocks being applied
       020-write-report-header.
           perform 018-build-run-date
           move strs-header-line to stress-report-record
           write stress-report-record
           move strs-blank-line to stress-report-record
           write stress-report-record
           move strs-shock-title-line to stress-report-record
           write stress-report-record
           move strs-shock-heading-line to stress-report-record
           write stress-report-record

           perform 025-write-one-shock-line
               varying shock-sub from 2 by 1
               until shock-sub > shock-count

           move strs-blank-line to stress-report-record
           write stress-report-record.

       025-write-one-shock-line.
           move shock-name(shock-sub) to strs-s-shock-name
           move shock-rate-shift-bp(shock-sub) to strs-s-rate-shift
           if shock-fx-currency-code(shock-sub) = spaces
               move "ALL" to strs-s-fx-currency
           else
               move shock-fx-currency-code(shock-sub)
                   to strs-s-fx-currency
           end-if
           move shock-fx-move-pct(shock-sub) to strs-s-fx-move
           move strs-shock-line to stress-report-record
           write stress-report-record.

      * Reads the next account off the extract, absorbing the header
      * and trailer control records so the caller only ever sees
      * account records
       060-read-account-record.
           perform 066-read-physical-record
           perform 067-process-control-record
               until not control-record-read
                   or end-of-account-file.

      * Reads one physical record and classifies it; an account
      * record is counted into the figures balanced at end of run
       066-read-physical-record.
           move "N" to control-record-switch
           read account-file
               at end
                   set end-of-account-file to true
           end-read

           if not end-of-account-file
               add 1 to extract-records-read
               move account-record to extract-header-line
               move account-record to extract-trailer-line
               if extract-header-id or extract-trailer-id
                   set control-record-read to true
               else
                   add 1 to details-read-count
                   if investment-amount numeric
                       add investment-amount to details-amount-hash
                   end-if
               end-if
           end-if.

      * Applies one control record, then goes back for the record
      * behind it.  Unlike calc2000 a stress run may be made against
      * any day's extract, so the header date is reported, not
      * refused.
       067-process-control-record.
           if extract-header-id
               set header-record-seen to true
               move hdr-extract-date to extract-date
           else
               set trailer-record-seen to true
               move trl-record-count to trailer-record-count
               move trl-amount-hash-total to trailer-amount-hash
           end-if
           perform 066-read-physical-record.

      * Stresses one account: every shock is projected first, and
      * only an account that came through them all is added in, so
      * each shock is measured against the same set of accounts as
      * the base case
       100-stress-one-account.
           perform 070-validate-account-record

           evaluate true
               when record-is-valid and goal-seek-request
                   add 1 to goal-seek-skipped
               when record-is-valid
                   perform 080-look-up-exchange-rate
                   perform 085-look-up-rate-schedule
                   perform 122-determine-compounding-steps
                   move "N" to overflow-switch
                   perform 110-project-one-shock
                       varying shock-sub from 1 by 1
                       until shock-sub > shock-count
                           or fv-has-overflowed
                   if fv-has-overflowed
                       add 1 to accounts-overflowed
                   else
                       add 1 to accounts-stressed
                       add 1 to stress-account-count
                           (stress-currency-sub)
                       add 1 to book-account-count
                       perform 150-accumulate-one-shock
                           varying shock-sub from 1 by 1
                           until shock-sub > shock-count
                   end-if
               when other
                   add 1 to accounts-rejected
           end-evaluate

      * Move on to the next account
           perform 060-read-account-record.

      * calc2000's edits, so an account tonight's run rejected is not
      * stressed here either; goal-seek requests carry no position
      * and are counted and passed over
       070-validate-account-record.
           set record-is-valid to true

           if investment-amount not numeric
                   or investment-amount = zero
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and not (goal-seek-request and solve-for-years)
                   and (number-of-years not numeric
                        or number-of-years = zero
                        or number-of-years > maximum-number-of-years)
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and (yearly-interest-rate not numeric
                        or yearly-interest-rate = zero
                        or yearly-interest-rate > maximum-yearly-rate)
               set record-is-invalid to true
           end-if

           if record-is-valid and not valid-compounding-frequency
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and (fee-percentage not numeric
                        or fee-percentage > maximum-fee-percentage)
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and (tax-percentage not numeric
                        or tax-percentage > maximum-tax-percentage)
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and annual-cash-flow not numeric
               set record-is-invalid to true
           end-if

           if record-is-valid
                   and not projection-request
                   and not goal-seek-request
               set record-is-invalid to true
           end-if

           if record-is-valid
               perform 073-validate-currency-code
           end-if.

      * Confirms the account's currency has a rate on the conversion
      * table before letting the account be projected
       073-validate-currency-code.
           search all currency-rate-entry
               at end
                   set record-is-invalid to true
               when cr-currency-code(currency-rate-idx) = currency-code
                   continue
           end-search.

      * Looks up the account's currency on the conversion table; the
      * currency is already known good from 073-validate-currency-code
       080-look-up-exchange-rate.
           search all currency-rate-entry
               at end
                   move 1 to account-exchange-rate
                   move 1 to stress-currency-sub
               when cr-currency-code(currency-rate-idx) = currency-code
                   move cr-exchange-rate(currency-rate-idx)
                       to account-exchange-rate
                   set stress-currency-sub to currency-rate-idx
           end-search.

      * Picks up the account's rate schedule, if it has one
       085-look-up-rate-schedule.
           move "N" to account-schedule-switch
           if rate-schedules-on-file
               move account-id to rsch-account-id
               read rate-schedule-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to schedules-read
                       set account-has-schedule to true
               end-read
           end-if.

      * Projects the account over its whole term under one shock and
      * converts the result at the shock's exchange rate; the figure
      * is held on the shock table until every shock is through
       110-project-one-shock.
           move investment-amount to stress-future-value
           move 1 to year-counter

           perform 120-project-one-year
               until year-counter > number-of-years
                   or fv-has-overflowed

           if not fv-has-overflowed
               perform 115-determine-shock-fx-rate
               compute shock-account-value(shock-sub) rounded =
                   stress-future-value * stressed-exchange-rate
           end-if.

      * The shock's FX move applies to the currency it names, or to
      * every currency but the base when it names none - the base
      * currency's own rate is 1 by definition and never moves
       115-determine-shock-fx-rate.
           move account-exchange-rate to stressed-exchange-rate
           if shock-fx-move-pct(shock-sub) not = zero
               if shock-fx-currency-code(shock-sub) = currency-code
                       or (shock-fx-currency-code(shock-sub) = spaces
                           and currency-code not = base-currency-code)
                   compute stressed-exchange-rate rounded =
                       account-exchange-rate *
                           (1 + (shock-fx-move-pct(shock-sub) / 100))
               end-if
           end-if.

      * One projected year under the shock: calc2000's per-period
      * compounding, then its withholding tax, management fee, and
      * cash flow, in the same order
       120-project-one-year.
           move stress-future-value to stress-opening-balance
           perform 124-determine-year-rate

           perform 125-compound-one-period
               varying compounding-step-counter from 1 by 1
               until compounding-step-counter > compounding-steps-per-yr
                   or fv-has-overflowed

           if not fv-has-overflowed
               compute stress-tax-withheld rounded =
                   (stress-future-value - stress-opening-balance)
                       * tax-percentage / 100
               compute stress-fee-charged rounded =
                   stress-future-value * fee-percentage / 100
               subtract stress-tax-withheld from stress-future-value
               subtract stress-fee-charged from stress-future-value
               add annual-cash-flow to stress-future-value
                   on size error
                       set fv-has-overflowed to true
               end-add
               add 1 to year-counter
           end-if.

      * Works out how many compounding steps happen in one year
       122-determine-compounding-steps.
           evaluate true
               when compound-quarterly
                   move 4 to compounding-steps-per-yr
               when compound-monthly
                   move 12 to compounding-steps-per-yr
               when compound-daily
                   move 360 to compounding-steps-per-yr
               when other
                   move 1 to compounding-steps-per-yr
           end-evaluate.

      * The year's rate is the rate calc2000 would use - the master
      * rate, or the scheduled step or balance tier for the year -
      * moved by the shock's basis points; a downward shock bottoms
      * out at zero rather than charging the account interest
       124-determine-year-rate.
           move yearly-interest-rate to scheduled-yearly-rate
           if account-has-schedule
               perform 126-apply-one-rate-step
                   varying rate-schedule-sub from 1 by 1
                   until rate-schedule-sub > rsch-step-count
               perform 127-apply-one-rate-tier
                   varying rate-schedule-sub from 1 by 1
                   until rate-schedule-sub > rsch-tier-count
           end-if

           compute stressed-yearly-rate =
               scheduled-yearly-rate
                   + (shock-rate-shift-bp(shock-sub) / 100)
           if stressed-yearly-rate < zero
               move zero to stressed-yearly-rate
           end-if

           compute rate-per-compounding-step rounded =
               stressed-yearly-rate / compounding-steps-per-yr.

       126-apply-one-rate-step.
           if rsch-step-from-year(rate-schedule-sub)
                   not > year-counter
               move rsch-step-rate(rate-schedule-sub)
                   to scheduled-yearly-rate
           end-if.

       127-apply-one-rate-tier.
           if stress-opening-balance
                   not < rsch-tier-floor(rate-schedule-sub)
               move rsch-tier-rate(rate-schedule-sub)
                   to scheduled-yearly-rate
           end-if.

      * Compound one period's worth of interest, guarding the field
      * size the way calc2000's 125-compound-one-period does
       125-compound-one-period.
           compute stress-future-value rounded =
               stress-future-value +
                   (stress-future-value * rate-per-compounding-step
                       / 100)
               on size error
                   set fv-has-overflowed to true
           end-compute.

      * Adds the account's value under one shock into its currency
      * and into the book
       150-accumulate-one-shock.
           add shock-account-value(shock-sub)
               to stress-value-base(stress-currency-sub, shock-sub)
           add shock-account-value(shock-sub)
               to book-value-base(shock-sub).

      * Checks what the run read against the trailer's control
      * figures; the first discrepancy found names the reason on the
      * balancing report
       185-balance-extract-controls.
           if not header-record-seen
               set extract-out-of-balance to true
               move "Header control record missing from extract"
                   to strs-b-reason
           end-if

           if extract-in-balance and not trailer-record-seen
               set extract-out-of-balance to true
               move "Trailer control record missing - file truncated"
                   to strs-b-reason
           end-if

           if extract-in-balance
                   and details-read-count not = trailer-record-count
               set extract-out-of-balance to true
               move "Record count does not match trailer"
                   to strs-b-reason
           end-if

           if extract-in-balance
                   and details-amount-hash not = trailer-amount-hash
               set extract-out-of-balance to true
               move "Investment-amount hash does not match trailer"
                   to strs-b-reason
           end-if.

      * Writes the balancing report in place of the stress results
       186-write-balancing-report.
           move strs-blank-line to stress-report-record
           write stress-report-record
           move strs-balance-error-line to stress-report-record
           write stress-report-record
           move strs-balance-reason-line to stress-report-record
           write stress-report-record.

      * Writes the results: one block per currency that carried an
      * account, then the book as a whole, then the counts
       300-write-stress-results.
           move extract-date to strs-e-extract-date
           move strs-extract-line to stress-report-record
           write stress-report-record
           move strs-blank-line to stress-report-record
           write stress-report-record

           perform 310-write-one-currency-block
               varying stress-currency-sub from 1 by 1
               until stress-currency-sub > currency-rate-count

           move book-account-count to strs-b-accounts
           move strs-book-line to stress-report-record
           write stress-report-record
           move strs-value-heading-line to stress-report-record
           write stress-report-record
           perform 330-write-one-book-line
               varying shock-sub from 1 by 1
               until shock-sub > shock-count
           move strs-blank-line to stress-report-record
           write stress-report-record

           move accounts-stressed to strs-t-stressed
           move goal-seek-skipped to strs-t-goal-seek
           move accounts-rejected to strs-t-rejected
           move accounts-overflowed to strs-t-overflowed
           move strs-count-line to stress-report-record
           write stress-report-record.

      * A currency that carried no account tonight has nothing to
      * stress and is left off the report
       310-write-one-currency-block.
           if stress-account-count(stress-currency-sub) > zero
               move cr-currency-code(stress-currency-sub)
                   to strs-c-currency
               move stress-account-count(stress-currency-sub)
                   to strs-c-accounts
               move strs-currency-line to stress-report-record
               write stress-report-record
               move strs-value-heading-line to stress-report-record
               write stress-report-record
               perform 320-write-one-currency-line
                   varying shock-sub from 1 by 1
                   until shock-sub > shock-count
               move strs-blank-line to stress-report-record
               write stress-report-record
           end-if.

       320-write-one-currency-line.
           move shock-name(shock-sub) to strs-v-shock-name
           move stress-value-base(stress-currency-sub, shock-sub)
               to strs-v-value
           compute value-change =
               stress-value-base(stress-currency-sub, shock-sub)
                   - stress-value-base(stress-currency-sub, 1)
           if stress-value-base(stress-currency-sub, 1) = zero
               move zero to value-change-pct
           else
               compute value-change-pct rounded =
                   value-change * 100
                       / stress-value-base(stress-currency-sub, 1)
                   on size error
                       move zero to value-change-pct
               end-compute
           end-if
           perform 340-write-value-line.

       330-write-one-book-line.
           move shock-name(shock-sub) to strs-v-shock-name
           move book-value-base(shock-sub) to strs-v-value
           compute value-change =
               book-value-base(shock-sub) - book-value-base(1)
           if book-value-base(1) = zero
               move zero to value-change-pct
           else
               compute value-change-pct rounded =
                   value-change * 100 / book-value-base(1)
                   on size error
                       move zero to value-change-pct
               end-compute
           end-if
           perform 340-write-value-line.

       340-write-value-line.
           move value-change to strs-v-change
           move value-change-pct to strs-v-change-pct
           move strs-value-line to stress-report-record
           write stress-report-record.

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

           move "STRS2000" to rst-program-id
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

      * Stages each data file's counts onto the record.  A stress run
      * is asked for, not run by the nightly chain, and may be made
      * against any day's extract, so it belongs to no cycle and its
      * cycle number stays zero.
       920-load-file-statistics.
           move "RATEMST" to stat-file-name
           move rate-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ACCTIN" to stat-file-name
           move extract-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATESCHD" to stat-file-name
           move schedules-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
