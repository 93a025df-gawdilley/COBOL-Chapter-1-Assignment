      *                 columns - SCHEDOUT is 132 wide now - and a
      *                 fee revenue report by currency on FEERPT.
      *                 Every figure downstream is net, not gross.
      * 2026.10.15  gd  Each projected year's rate comes off the
      *                 account's rate schedule on RATESCHD when it
      *                 has one - the step in force for the year, or
      *                 the highest balance tier the opening balance
      *                 has reached - in the straight projection, the
      *                 what-if scenarios, and goal seek alike.  The
      *                 schedule shows the rate used each year.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.

       environment division.

               organization is line sequential
               file status is fee-report-status-code.

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
       fd  fee-report.
       01  fee-report-record              pic x(80).

      * Step and tier rates for the accounts that do not earn their
      * one master rate for the whole term, maintained by mntn2000
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
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(17) value
               "  Closing Balance".
           05  filler                      pic x(9)  value spaces.
           05  filler                      pic x(6)  value "  Rate".
           05  filler                      pic x(18) value spaces.

       01  sched-detail-line.
           05  sched-d-year                pic zz9.
           05  sched-d-closing             pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  sched-d-negative-flag       pic x(8).
           05  filler                      pic x(2)  value spaces.
           05  sched-d-rate                pic z9.9.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(17) value spaces.

       01  sched-blank-line.
           05  filler                      pic x(132) value spaces.
           05  trailer-record-count        pic 9(7)  value zero.
           05  trailer-amount-hash         pic 9(13) value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  extract-records-read        pic 9(7)  value zero.
           05  rates-read                  pic 9(7)  value zero.
           05  schedules-read              pic 9(7)  value zero.
           05  postings-written            pic 9(7)  value zero.
           05  summary-records-written     pic 9(7)  value zero.
           05  results-written             pic 9(7)  value zero.
           05  history-written             pic 9(7)  value zero.
           05  schedule-lines-written      pic 9(7)  value zero.
           05  suspense-written            pic 9(7)  value zero.
           05  audit-lines-written         pic 9(7)  value zero.

      * Values used for calculations
       01  work-fields.
           05  year-counter                pic 999.
           05  compounding-steps-per-yr  pic 999    comp.
           05  compounding-step-counter    pic 999    comp.
           05  rate-per-compounding-step   pic 9(4)v9(4).
      * The year being compounded and its opening balance pick the
      * rate off the account's schedule, when it has one
           05  year-interest-rate          pic 99v9.
           05  rate-year-number            pic 999.
           05  rate-opening-balance        pic s9(9)v99.
           05  rate-schedule-sub           pic 99     comp.

      * Currency-conversion rate table, shared with the maintenance
      * program so its edits and ours can never drift apart; loaded
               88  account-in-partition   value "Y".
           05  rate-master-switch         pic x     value "N".
               88  end-of-rate-master     value "Y".
           05  rate-schedule-file-switch  pic x     value "N".
               88  rate-schedules-on-file value "Y".
           05  account-schedule-switch    pic x     value "N".
               88  account-has-schedule   value "Y".

      * Highest yearly interest rate, term, fee, and withholding tax
      * we consider sane for an account
           05  restart-status              pic x(1).
               88  restart-status-complete value "C".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  rate-master-status-code        pic xx.
       77  cycle-control-status-code      pic xx.
       77  fee-report-status-code         pic xx.
       77  rate-schedule-status-code      pic xx.
       77  checkpoint-file-status-code    pic xx.
       77  posting-file-status-code       pic xx.
       77  schedule-file-status-code      pic xx.
       77  report-file-status-code        pic xx.
       77  exception-file-status-code     pic xx.
       77  account-file-status-code       pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-calculate-future-values.
           display "Calculating Future Values".

           perform 900-start-run-statistics

           open input account-file
           if account-file-status-code not = "00"
               display "Unable to open account extract file ACCTIN - "
                   "status " account-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 012-load-currency-rates
           perform 017-open-rate-schedules
           perform 009-open-tonights-cycle
           perform 003-read-run-parameters
           perform 010-check-for-restart
           close summary-work-file
           close results-file
           close history-file
           if rate-schedules-on-file
               close rate-schedule-file
           end-if

           if extract-out-of-balance
               display "Run stopped - extract out of balance"
               move 16 to return-code
           end-if

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

           close parameter-file
           close account-file
           move 16 to return-code
           perform 910-write-run-statistics
           stop run.

      * Opens the audit log for append; the first run on a new system
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
           end-if

               varying fee-currency-sub from 1 by 1
               until fee-currency-sub > currency-rate-maximum.

      * A system that has never had a schedule keyed has no RATESCHD
      * yet - every account simply earns its master rate
       017-open-rate-schedules.
           open input rate-schedule-file
           evaluate rate-schedule-status-code
               when "00"
                   set rate-schedules-on-file to true
               when "35"
                   display "No rate schedule master RATESCHD - "
                       "master rates used for every account"
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
                   add 1 to rates-read
           end-read.

      * A record dated after the run date is not yet in effect; a
                       display "Currency rate table is full - "
                           "raise the table limit"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   end-if
                   add 1 to currency-rate-count
                       "- run refused"
                   close account-file
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
               when prior-cycle-found
                       and prior-cycle-run-date = current-date-yyyymmdd
               when other
                   move 1 to cycle-run-number
                   perform 011-write-cycle-record
           end-evaluate
           move cycle-run-number to stat-cycle-run-number.

      * Records the cycle as open and in progress; the consuming
      * jobs' flags start fresh, and this program's own flag flips
           move "N" to cycl-hist-status
           move "N" to cycl-stmt-status
           move "N" to cycl-rcon-status
           move "N" to cycl-glif-status
           move "N" to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

           move "CALC2000" to cyc-source-system
           move cycle-header-line to posting-record
           write posting-record
           add 1 to postings-written
           move cycle-header-line to summary-work-record
           write summary-work-record
           add 1 to summary-records-written
           move cycle-header-line to results-record
           write results-record
           add 1 to results-written
           move cycle-header-line to history-record
           write history-record
           add 1 to history-written.

      * Writes the projected fee revenue by currency - the quarterly
      * figure the business side asks for - once the run stands
           move "N" to cycl-hist-status
           move "N" to cycl-stmt-status
           move "N" to cycl-rcon-status
           move "N" to cycl-glif-status
           move "N" to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

           end-read

           if not end-of-account-file
               add 1 to extract-records-read
               move account-record to extract-header-line
               move account-record to extract-trailer-line
               if extract-header-id or extract-trailer-id
               close history-file
               display "Run stopped - stale extract header date"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Validate, then calculate the future value for one account
       100-calculate-future-value.
            perform 070-validate-account-record
            if record-is-valid
                perform 085-look-up-rate-schedule
            end-if

            evaluate true
            when record-is-valid and goal-seek-request
           move account-record to susp-original-record
           move excp-reason to susp-reject-reason
           move current-date-yyyymmdd to susp-reject-date
           write suspense-record
           add 1 to suspense-written.

      * Looks up the account's currency on the conversion table; the
      * currency is already known good from 073-validate-currency-code
                   set fee-currency-sub to currency-rate-idx
           end-search.

      * Picks up the account's rate schedule, if it has one, for the
      * year-by-year rate lookup
       085-look-up-rate-schedule.
           move "N" to account-schedule-switch
           if rate-schedules-on-file
               move account-id to rsch-account-id
               read rate-schedule-file
                   invalid key
                       continue
                   not invalid key
                       set account-has-schedule to true
                       add 1 to schedules-read
               end-read
           end-if.

      * Writes one detail line to the report for this account
       140-display-values.
           move account-id to rpt-d-account-id
           move account-id to post-account-id
           move future-value to post-future-value
           move future-value-base to post-future-value-base
           write posting-record
           add 1 to postings-written.

      * Writes one summary work record for this account, so summ2000
      * can break the portfolio down by currency
           move investment-amount to sumw-investment-amount
           move future-value to sumw-future-value
           move future-value-base to sumw-future-value-base
           write summary-work-record
           add 1 to summary-records-written.

      * Writes one results-extract record for this account, so the
      * asset-liability system reads figures instead of re-keying
           move future-value to res-future-value
           move future-value-base to res-future-value-base
           set res-status-ok to true
           write results-record
           add 1 to results-written.

      * Runs additional what-if scenarios for this account, beyond the
      * real figure already calculated, when number-entered calls for
      * the comparison stays net like the real figure
       165-scenario-compound-year.
           move scenario-future-value to scenario-opening-balance
           move scenario-year-counter to rate-year-number
           move scenario-opening-balance to rate-opening-balance
           perform 123-determine-year-rate
           perform 167-scenario-compound-one-period
               varying compounding-step-counter from 1 by 1
               until compounding-step-counter > compounding-steps-per-yr
           move "N" to negative-year-switch
           move sched-blank-line to schedule-record
           write schedule-record
           add 1 to schedule-lines-written
           move account-id to sched-a-account-id
           move sched-account-line to schedule-record
           write schedule-record
           add 1 to schedule-lines-written
           move sched-column-heading-line to schedule-record
           write schedule-record
           add 1 to schedule-lines-written.

      * Calculate the next year's value, compounding as many times
      * during the year as compounding-frequency calls for
       120-calculate-next-fv.
           perform 122-determine-compounding-steps
           move future-value to schedule-opening-balance
           move year-counter to rate-year-number
           move schedule-opening-balance to rate-opening-balance
           perform 123-determine-year-rate

           perform 125-compound-one-period
               varying compounding-step-counter from 1 by 1
           move schedule-tax-withheld to sched-d-tax
           move annual-cash-flow to sched-d-cash-flow
           move future-value to sched-d-closing
           move year-interest-rate to sched-d-rate
           if future-value < zero and not negative-year-flagged
               set negative-year-flagged to true
               move "NEGATIVE" to sched-d-negative-flag
               move spaces to sched-d-negative-flag
           end-if
           move sched-detail-line to schedule-record
           write schedule-record
           add 1 to schedule-lines-written.

      * Works out how many compounding steps happen in one year
       122-determine-compounding-steps.
           evaluate true
               when compound-quarterly
                   move 360 to compounding-steps-per-yr
               when other
                   move 1 to compounding-steps-per-yr
           end-evaluate.

      * Works out the rate for the year about to be compounded and
      * what share of it applies at each step.  The master rate holds
      * unless the account has a schedule: then the step in force for
      * the year sets it, and a balance tier the year opens at or
      * above overrides the step.  Steps and tiers are kept in
      * ascending order, so the last one that qualifies wins.
       123-determine-year-rate.
           move yearly-interest-rate to year-interest-rate
           if account-has-schedule
               perform 126-apply-one-rate-step
                   varying rate-schedule-sub from 1 by 1
                   until rate-schedule-sub > rsch-step-count
               perform 127-apply-one-rate-tier
                   varying rate-schedule-sub from 1 by 1
                   until rate-schedule-sub > rsch-tier-count
           end-if

           compute rate-per-compounding-step rounded =
               year-interest-rate / compounding-steps-per-yr.

       126-apply-one-rate-step.
           if rsch-step-from-year(rate-schedule-sub)
                   not > rate-year-number
               move rsch-step-rate(rate-schedule-sub)
                   to year-interest-rate
           end-if.

       127-apply-one-rate-tier.
           if rate-opening-balance
                   not < rsch-tier-floor(rate-schedule-sub)
               move rsch-tier-rate(rate-schedule-sub)
                   to year-interest-rate
           end-if.

      * Compound one period's worth of interest into future-value;
      * an account run up near investment-amount's own maximum can
               move "REJECTED" to audit-status
           end-if
           move audit-line to audit-record
           write audit-record
           add 1 to audit-lines-written.

      * Writes tonight's result for this account to the history
      * extract, so hist2000 can show what moved since the prior run;
                   set hist-status-rejected to true
               end-if
               write history-record
               add 1 to history-written
           end-if.

      * Writes the grand-total line at the end of the report; runs
      * off, then the trial cash flow
       245-goal-compound-one-year.
           move future-value to goal-opening-balance
           compute rate-year-number = goal-years-completed + 1
           move goal-opening-balance to rate-opening-balance
           perform 123-determine-year-rate
           perform 125-compound-one-period
               varying compounding-step-counter from 1 by 1
               until compounding-step-counter > compounding-steps-per-yr
       190-clear-checkpoint.
           open output checkpoint-file
           close checkpoint-file.

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

           move "CALC2000" to rst-program-id
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

      * Stages each data file's counts onto the record; a restarted
      * run counts only what it handled itself
       920-load-file-statistics.
           move "ACCTIN" to stat-file-name
           move extract-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATEMST" to stat-file-name
           move rates-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATESCHD" to stat-file-name
           move schedules-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGOUT" to stat-file-name
           move zero to stat-file-read
           move postings-written to stat-file-written
           perform 912-add-file-statistics

           move "CURRWORK" to stat-file-name
           move zero to stat-file-read
           move summary-records-written to stat-file-written
           perform 912-add-file-statistics

           move "ALMOUT" to stat-file-name
           move zero to stat-file-read
           move results-written to stat-file-written
           perform 912-add-file-statistics

           move "HISTOUT" to stat-file-name
           move zero to stat-file-read
           move history-written to stat-file-written
           perform 912-add-file-statistics

           move "SCHEDOUT" to stat-file-name
           move zero to stat-file-read
           move schedule-lines-written to stat-file-written
           perform 912-add-file-statistics

           move "SUSPFILE" to stat-file-name
           move zero to stat-file-read
           move suspense-written to stat-file-written
           perform 912-add-file-statistics

           move "AUDITLOG" to stat-file-name
           move zero to stat-file-read
           move audit-lines-written to stat-file-written
           perform 912-add-file-statistics.
