       identification division.
      * Program info
       program-id. revl2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program revalues the ledger master at month end.  The
      * base value ledg2000 posts is stamped at whatever rate applied
      * the night the account last posted, so an account that has
      * not reposted in weeks is carried at a stale rate and the
      * trial balance mixes rates from different dates.  Every
      * non-base ledger account is restated at the rate in effect on
      * the month-end date named on REVLPARM, the unrealized gain or
      * loss is reported per account and per currency, and each
      * restatement is journaled to LEDGJRNL so back2000 can reverse
      * it and glif2000 can post it.  The report ties the trial
      * balance before the revaluation to the one after.

      * Modification history
      * 2026.10.15  gd  Initial version: month-end restatement of the
      *                 ledger master's base values off RATEMST, with
      *                 the before and after trial balance tied on
      *                 the report.
      * 2026.10.15  gd  Clear the journal record's backout kind, which
      *                 only back2000's reversals set.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle opened today, with the rate, ledger,
      *                 account, and journal counts.

       environment division.

       input-output section.

       file-control.
           select revaluation-parameter-file assign to "REVLPARM"
               organization is line sequential
               file status is revaluation-parm-status-code.

           select rate-master assign to "RATEMST"
               organization is indexed
               access mode is sequential
               record key is rate-key
               file status is rate-master-status-code.

           select ledger-master assign to "LEDGMST"
               organization is indexed
               access mode is dynamic
               record key is ledger-account-id
               file status is ledger-master-status-code.

           select account-master assign to "ACCTMST"
               organization is indexed
               access mode is random
               record key is account-id
               file status is account-master-status-code.

           select journal-file assign to "LEDGJRNL"
               organization is line sequential
               file status is journal-file-status-code.

           select revaluation-report assign to "REVLRPT"
               organization is line sequential
               file status is revaluation-report-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Revaluation parameter - the month-end date whose rates the
      * ledger is restated at
       fd  revaluation-parameter-file.
       01  revaluation-parameter-record.
           05  parm-revaluation-date       pic x(8).
           05  parm-revaluation-date-n redefines parm-revaluation-date
                                            pic 9(8).

      * Currency rate master - one record per currency per effective
      * date, read front to back into the rate table
       fd  rate-master.
       01  rate-master-record.
           copy "currency-rate-record.cpy".

      * Ledger master - the same record ledg2000 posts; only the base
      * value is restated, the posted date is left as it was
       fd  ledger-master.
       01  ledger-master-record.
           05  ledger-account-id           pic x(10).
           05  ledger-future-value         pic s9(9)v99.
           05  ledger-future-value-base    pic s9(10)v99.
           05  ledger-last-posted-date     pic 9(8).

      * Account master - read by key for each ledger account's
      * currency, which the ledger does not carry
       fd  account-master.
       01  account-master-record.
           copy "account-master-record.cpy".

      * Posting journal - each restatement appended with its before
      * and after images, action R
       fd  journal-file.
       01  journal-record.
           copy "ledger-journal-record.cpy".

      * Revaluation report - one fixed-length line per WRITE
       fd  revaluation-report.
       01  revaluation-report-record      pic x(80).

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

      * Currency rate table shared with calc2000, loaded as of the
      * month-end date rather than tonight
           copy "currency-rate-table.cpy".

       01  base-currency-fields.
           05  base-currency-code          pic x(3) value "USD".

      * Revaluation accumulators per currency - they line up with the
      * rate table entry by entry, the way calc2000's fee revenue
      * accumulators do
       01  revaluation-currency-table.
           05  revaluation-currency-entry occurs 50 times.
               10  rvc-account-count       pic 9(5).
               10  rvc-pre-base            pic s9(12)v99.
               10  rvc-post-base           pic s9(12)v99.
               10  rvc-gain-loss           pic s9(12)v99.

       01  revaluation-currency-sub        pic 9(3)  comp.

      * The account being restated
       01  revaluation-fields.
           05  revaluation-date            pic 9(8).
           05  account-exchange-rate       pic 9(4)v9(4).
           05  revalued-base               pic s9(10)v99.
           05  account-gain-loss           pic s9(10)v99.

      * Book totals: the trial balance before the restatement, the
      * net change it made, and the trial balance read back after
       01  trial-balance-fields.
           05  pre-revaluation-base        pic s9(12)v99 value zero.
           05  revaluation-change          pic s9(12)v99 value zero.
           05  post-revaluation-base       pic s9(12)v99 value zero.
           05  expected-post-base          pic s9(12)v99 value zero.
           05  trial-balance-difference    pic s9(12)v99 value zero.
           05  total-gain-loss             pic s9(12)v99 value zero.

      * Revaluation action counters
       01  revaluation-counters.
           05  ledger-accounts-read        pic 9(5)  value zero.
           05  ledger-accounts-reread      pic 9(5)  value zero.
           05  accounts-revalued           pic 9(5)  value zero.
           05  accounts-unchanged          pic 9(5)  value zero.
           05  accounts-in-base            pic 9(5)  value zero.
           05  accounts-skipped            pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  rate-records-read           pic 9(7)  value zero.
           05  account-records-read        pic 9(7)  value zero.

      * Report line layouts - built in working-storage, then moved to
      * revaluation-report-record before each WRITE.
       01  revl-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  revl-program-name           pic x(10) value "REVL2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  revl-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  revl-as-of-line.
           05  filler                      pic x(28) value
               "Revalued at rates as of:   ".
           05  revl-a-as-of-date           pic x(10).
           05  filler                      pic x(42) value spaces.

      * Heading text lines up with revl-detail-line's field widths
      * below a filler at a time, the same way the main report does
       01  revl-column-heading-line.
           05  filler                      pic x(10) value
               "Account Id".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(3)  value "Cur".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(17) value
               "   Old Base Value".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(10) value
               "      Rate".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(17) value
               "   New Base Value".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(17) value
               "      Gain/(Loss)".
           05  filler                      pic x(1)  value spaces.

       01  revl-detail-line.
           05  revl-d-account-id           pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  revl-d-currency             pic x(3).
           05  filler                      pic x(1)  value spaces.
           05  revl-d-old-base             pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  revl-d-rate                 pic z,zz9.9999.
           05  filler                      pic x(1)  value spaces.
           05  revl-d-new-base             pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  revl-d-gain-loss            pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.

      * Line for a ledger account that could not be restated
       01  revl-skip-line.
           05  revl-s-account-id           pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  revl-s-currency             pic x(3).
           05  filler                      pic x(1)  value spaces.
           05  revl-s-reason               pic x(45).
           05  filler                      pic x(20) value spaces.

       01  revl-currency-title-line.
           05  filler                      pic x(34) value
               "Unrealized gain/(loss) by currency".
           05  filler                      pic x(46) value spaces.

       01  revl-currency-heading-line.
           05  filler                      pic x(3)  value "Cur".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(6)  value " Accts".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(10) value
               "      Rate".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(18) value
               "   Pre-Reval Base".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(18) value
               "       Gain/(Loss)".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(18) value
               "  Post-Reval Base".

       01  revl-currency-line.
           05  revl-c-currency             pic x(3).
           05  filler                      pic x(2)  value spaces.
           05  revl-c-accounts             pic zz,zz9.
           05  filler                      pic x(2)  value spaces.
           05  revl-c-rate                 pic z,zz9.9999.
           05  filler                      pic x(1)  value spaces.
           05  revl-c-pre-base             pic -zz,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  revl-c-gain-loss            pic -zz,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  revl-c-post-base            pic -zz,zzz,zzz,zz9.99.

      * Trial balance proof lines - before, change, after
       01  revl-tie-line.
           05  revl-t-label                pic x(40).
           05  revl-t-amount               pic -zz,zzz,zzz,zz9.99.
           05  filler                      pic x(22) value spaces.

       01  revl-tied-line.
           05  filler                      pic x(45) value
               "*** PRE AND POST TRIAL BALANCES TIE ***".
           05  filler                      pic x(35) value spaces.

       01  revl-not-tied-line.
           05  filler                      pic x(46) value
               "*** PRE AND POST TRIAL BALANCES DO NOT TIE ***".
           05  filler                      pic x(34) value spaces.

       01  revl-count-line.
           05  filler                      pic x(6)  value "Read: ".
           05  revl-t-read                 pic zz,zz9.
           05  filler                      pic x(12) value
               "  Revalued: ".
           05  revl-t-revalued             pic zz,zz9.
           05  filler                      pic x(13) value
               "  Unchanged: ".
           05  revl-t-unchanged            pic zz,zz9.
           05  filler                      pic x(8)  value
               "  Base: ".
           05  revl-t-in-base              pic zz,zz9.
           05  filler                      pic x(11) value
               "  Skipped: ".
           05  revl-t-skipped              pic zz,zz9.

       01  revl-blank-line.
           05  filler                      pic x(80) value spaces.

      * Fields used to build the report's dates
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

       01  as-of-date-fields.
           05  as-of-date-yyyymmdd         pic 9(8).
           05  as-of-date-parts redefines as-of-date-yyyymmdd.
               10  as-of-date-yyyy         pic 9(4).
               10  as-of-date-mm           pic 9(2).
               10  as-of-date-dd           pic 9(2).

      * Switches
       01  program-switches.
           05  rate-master-switch         pic x     value "N".
               88  end-of-rate-master     value "Y".
           05  ledger-master-switch       pic x     value "N".
               88  end-of-ledger-master   value "Y".
           05  balances-tie-switch        pic x     value "N".
               88  trial-balances-tie     value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  revaluation-parm-status-code   pic xx.
       77  rate-master-status-code        pic xx.
       77  ledger-master-status-code      pic xx.
       77  account-master-status-code     pic xx.
       77  journal-file-status-code       pic xx.
       77  revaluation-report-status-code pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-revalue-ledger.
           display "Revaluing ledger master at month-end rates".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 010-read-revaluation-parameter
           perform 012-load-currency-rates

           perform 015-open-ledger-master
           perform 016-open-account-master
           perform 017-open-posting-journal
           open output revaluation-report
           perform 020-write-report-header

      * Restate one ledger account per pass, totalling the trial
      * balance as it stood before
           move low-values to ledger-account-id
           start ledger-master key not < ledger-account-id
               invalid key
                   set end-of-ledger-master to true
           end-start
           if not end-of-ledger-master
               perform 060-read-ledger-record
           end-if

           perform 100-revalue-one-account
               until end-of-ledger-master

           close ledger-master
           close account-master
           close journal-file

      * Read the master back so the after figure is the file's, not
      * this program's arithmetic
           perform 200-total-revalued-ledger
           perform 300-write-report-totals

           close revaluation-report

           if not trial-balances-tie
               display "Trial balances do not tie after revaluation - "
                   "see REVLRPT"
               move 16 to return-code
           end-if

           display "Accounts revalued..: " accounts-revalued
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle the revaluation runs behind, for the run statistics:
      * the one calc2000 opened today on the run-control file; a run
      * on a day no cycle opened records none.  This is only where
      * the run fell in the batch window - the journal records still
      * carry no cycle.
       008-find-tonights-cycle.
           open input cycle-control-file
           if cycle-control-status-code = "00"
               read cycle-control-file
                   at end
                       continue
                   not at end
                       if cycl-run-date = stat-start-date
                           move cycl-run-number
                               to stat-cycle-run-number
                       end-if
               end-read
               close cycle-control-file
           end-if.

      * Reads and edits the month-end date; the rates on or before
      * it are the ones the ledger is restated at
       010-read-revaluation-parameter.
           accept current-date-yyyymmdd from date yyyymmdd
           open input revaluation-parameter-file
           if revaluation-parm-status-code not = "00"
               display "Unable to open revaluation parameter file "
                   "REVLPARM - status " revaluation-parm-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           read revaluation-parameter-file
               at end
                   display "Revaluation parameter file REVLPARM is "
                       "empty"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           close revaluation-parameter-file

           if parm-revaluation-date not numeric
                   or parm-revaluation-date-n = zero
               display "Revaluation date must be a numeric yyyymmdd"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           if parm-revaluation-date-n > current-date-yyyymmdd
               display "Revaluation date " parm-revaluation-date
                   " is in the future - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move parm-revaluation-date-n to revaluation-date.

      * Loads the rate table from the rate master; the records
      * arrive in key order - currency, then effective date - so per
      * currency the last record dated on or before the month-end
      * date is the rate the ledger is restated at
       012-load-currency-rates.
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
               display "No currency rates in effect on RATEMST at "
                   "the revaluation date - run stopped"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 019-clear-one-currency-entry
               varying revaluation-currency-sub from 1 by 1
               until revaluation-currency-sub > currency-rate-maximum.

       013-read-rate-record.
           read rate-master
               at end
                   set end-of-rate-master to true
               not at end
                   add 1 to rate-records-read
           end-read.

      * A record dated after the month end was not yet in effect; a
      * later effective date for a currency already loaded replaces
      * the earlier rate, so the latest one on or before it wins
       014-load-one-rate.
           if rate-effective-date not > revaluation-date
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

      * Opens the ledger master for update; a missing master means
      * there is nothing to revalue
       015-open-ledger-master.
           open i-o ledger-master
           if ledger-master-status-code not = "00"
               display "Unable to open ledger master file LEDGMST - "
                   "status " ledger-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       016-open-account-master.
           open input account-master
           if account-master-status-code not = "00"
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Opens the posting journal for append, like ledg2000 does
       017-open-posting-journal.
           open extend journal-file
           if journal-file-status-code = "35"
               open output journal-file
           end-if.

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into revl-run-date.

      * The currency accumulators open at zero alongside the table
       019-clear-one-currency-entry.
           move zero to rvc-account-count(revaluation-currency-sub)
           move zero to rvc-pre-base(revaluation-currency-sub)
           move zero to rvc-post-base(revaluation-currency-sub)
           move zero to rvc-gain-loss(revaluation-currency-sub).

      * Writes the report header, the month-end date, and the column
      * headings
       020-write-report-header.
           perform 018-build-run-date
           move revl-header-line to revaluation-report-record
           write revaluation-report-record
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move revaluation-date to as-of-date-yyyymmdd
           string as-of-date-mm  "/"
                  as-of-date-dd  "/"
                  as-of-date-yyyy
               delimited by size into revl-a-as-of-date
           move revl-as-of-line to revaluation-report-record
           write revaluation-report-record
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move revl-column-heading-line to revaluation-report-record
           write revaluation-report-record
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record.

      * Reads the next account off the ledger master
       060-read-ledger-record.
           read ledger-master next record
               at end
                   set end-of-ledger-master to true
           end-read.

      * Carries one account into the before trial balance, then
      * restates it when it is held in a currency other than base
       100-revalue-one-account.
           add 1 to ledger-accounts-read
           add ledger-future-value-base to pre-revaluation-base
               on size error
                   display "WARNING: base-value total overflowed - "
                       "trial balance is incomplete"
           end-add

           move ledger-account-id to account-id
           read account-master
               invalid key
                   move spaces to revl-s-currency
                   move "Not on account master - currency unknown"
                       to revl-s-reason
                   perform 150-write-skip-line
               not invalid key
                   add 1 to account-records-read
                   if currency-code = base-currency-code
                       add 1 to accounts-in-base
                   else
                       perform 110-revalue-foreign-account
                   end-if
           end-read

           perform 060-read-ledger-record.

      * Restates the base value at the month-end rate; an account
      * already carried at that rate is counted but not journaled
       110-revalue-foreign-account.
           search all currency-rate-entry
               at end
                   move currency-code to revl-s-currency
                   move "No rate in effect at the revaluation date"
                       to revl-s-reason
                   perform 150-write-skip-line
               when cr-currency-code(currency-rate-idx) = currency-code
                   move cr-exchange-rate(currency-rate-idx)
                       to account-exchange-rate
                   set revaluation-currency-sub to currency-rate-idx
                   perform 120-restate-base-value
           end-search.

       120-restate-base-value.
           compute revalued-base rounded =
               ledger-future-value * account-exchange-rate
               on size error
                   move currency-code to revl-s-currency
                   move "Restated base value too large for ledger"
                       to revl-s-reason
                   perform 150-write-skip-line
               not on size error
                   perform 125-carry-restated-value
           end-compute.

      * The ledger carries liabilities, so a rise in base value is an
      * unrealized loss and a fall a gain
       125-carry-restated-value.
           add 1 to rvc-account-count(revaluation-currency-sub)
           add ledger-future-value-base
               to rvc-pre-base(revaluation-currency-sub)
           add revalued-base to rvc-post-base(revaluation-currency-sub)

           if revalued-base = ledger-future-value-base
               add 1 to accounts-unchanged
           else
               compute account-gain-loss =
                   ledger-future-value-base - revalued-base
               add account-gain-loss
                   to rvc-gain-loss(revaluation-currency-sub)
               add account-gain-loss to total-gain-loss
               compute revaluation-change =
                   revaluation-change + revalued-base
                       - ledger-future-value-base
               perform 130-post-revaluation
           end-if.

      * Journals the before image, restates the master, and journals
      * the after image on the same record; the posted date stays as
      * it was, since nothing new was posted
       130-post-revaluation.
           move "R" to jrnl-action-code
           move ledger-future-value to jrnl-before-future-value
           move ledger-future-value-base to jrnl-before-value-base
           move ledger-last-posted-date to jrnl-before-posted-date

           move ledger-future-value-base to revl-d-old-base
           move revalued-base to ledger-future-value-base
           rewrite ledger-master-record

      * A month-end revaluation is no nightly cycle's posting, so
      * it carries no cycle run number
           move current-date-yyyymmdd to jrnl-run-date
           move zero to jrnl-cycle-run-number
           move ledger-account-id to jrnl-account-id
           move ledger-future-value to jrnl-after-future-value
           move ledger-future-value-base to jrnl-after-value-base
           move ledger-last-posted-date to jrnl-after-posted-date
           move space to jrnl-backout-kind
           write journal-record
           add 1 to accounts-revalued

           move ledger-account-id to revl-d-account-id
           move currency-code to revl-d-currency
           move account-exchange-rate to revl-d-rate
           move revalued-base to revl-d-new-base
           move account-gain-loss to revl-d-gain-loss
           move revl-detail-line to revaluation-report-record
           write revaluation-report-record.

      * Writes one report line for an account left as it was; the
      * caller has set the currency and the reason
       150-write-skip-line.
           add 1 to accounts-skipped
           move ledger-account-id to revl-s-account-id
           move revl-skip-line to revaluation-report-record
           write revaluation-report-record.

      * Totals the ledger master as it now stands - the after side of
      * the trial balance proof
       200-total-revalued-ledger.
           open input ledger-master
           if ledger-master-status-code not = "00"
               display "Unable to reopen ledger master file LEDGMST - "
                   "status " ledger-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           move "N" to ledger-master-switch
           move low-values to ledger-account-id
           start ledger-master key not < ledger-account-id
               invalid key
                   set end-of-ledger-master to true
           end-start
           if not end-of-ledger-master
               perform 060-read-ledger-record
           end-if

           perform 210-total-one-account
               until end-of-ledger-master
           close ledger-master

           compute expected-post-base =
               pre-revaluation-base + revaluation-change
           compute trial-balance-difference =
               post-revaluation-base - expected-post-base
           if trial-balance-difference = zero
                   and ledger-accounts-reread = ledger-accounts-read
               set trial-balances-tie to true
           end-if.

       210-total-one-account.
           add 1 to ledger-accounts-reread
           add ledger-future-value-base to post-revaluation-base
               on size error
                   display "WARNING: base-value total overflowed - "
                       "trial balance is incomplete"
           end-add
           perform 060-read-ledger-record.

      * Writes the per-currency gain and loss, the trial balance
      * proof, and the counts
       300-write-report-totals.
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move revl-currency-title-line to revaluation-report-record
           write revaluation-report-record
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move revl-currency-heading-line to revaluation-report-record
           write revaluation-report-record
           perform 310-write-currency-line
               varying revaluation-currency-sub from 1 by 1
               until revaluation-currency-sub > currency-rate-count

           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move "Trial balance before revaluation:" to revl-t-label
           move pre-revaluation-base to revl-t-amount
           perform 320-write-tie-line
           move "Revaluation change in base value:" to revl-t-label
           move revaluation-change to revl-t-amount
           perform 320-write-tie-line
           move "Trial balance after revaluation:" to revl-t-label
           move post-revaluation-base to revl-t-amount
           perform 320-write-tie-line
           move "Difference:" to revl-t-label
           move trial-balance-difference to revl-t-amount
           perform 320-write-tie-line
           move "Unrealized gain/(loss), all currencies:"
               to revl-t-label
           move total-gain-loss to revl-t-amount
           perform 320-write-tie-line

           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           if trial-balances-tie
               move revl-tied-line to revaluation-report-record
           else
               move revl-not-tied-line to revaluation-report-record
           end-if
           write revaluation-report-record

           move ledger-accounts-read to revl-t-read
           move accounts-revalued to revl-t-revalued
           move accounts-unchanged to revl-t-unchanged
           move accounts-in-base to revl-t-in-base
           move accounts-skipped to revl-t-skipped
           move revl-blank-line to revaluation-report-record
           write revaluation-report-record
           move revl-count-line to revaluation-report-record
           write revaluation-report-record.

      * One line per currency that had ledger accounts to restate
       310-write-currency-line.
           if rvc-account-count(revaluation-currency-sub) > zero
               move cr-currency-code(revaluation-currency-sub)
                   to revl-c-currency
               move rvc-account-count(revaluation-currency-sub)
                   to revl-c-accounts
               move cr-exchange-rate(revaluation-currency-sub)
                   to revl-c-rate
               move rvc-pre-base(revaluation-currency-sub)
                   to revl-c-pre-base
               move rvc-gain-loss(revaluation-currency-sub)
                   to revl-c-gain-loss
               move rvc-post-base(revaluation-currency-sub)
                   to revl-c-post-base
               move revl-currency-line to revaluation-report-record
               write revaluation-report-record
           end-if.

       320-write-tie-line.
           move revl-tie-line to revaluation-report-record
           write revaluation-report-record.

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

           move "REVL2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the ledger
      * master is read twice, once to restate it and once to total
      * it back, and every restatement is journaled once
       920-load-file-statistics.
           move "RATEMST" to stat-file-name
           move rate-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGMST" to stat-file-name
           compute stat-file-read =
               ledger-accounts-read + ledger-accounts-reread
           move accounts-revalued to stat-file-written
           perform 912-add-file-statistics

           move "ACCTMST" to stat-file-name
           move account-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGJRNL" to stat-file-name
           move zero to stat-file-read
           move accounts-revalued to stat-file-written
           perform 912-add-file-statistics.
