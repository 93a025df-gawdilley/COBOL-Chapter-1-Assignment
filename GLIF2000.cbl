       identification division.
      * Program info
       program-id. glif2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program turns the night's ledger activity into balanced
      * general ledger journal entries, replacing the hand-keyed
      * month-end journal.  The change in projected liability comes
      * off the before and after images ledg2000 journals, and the
      * fee revenue accrual off the fee report calc2000 prints -
      * each netted by currency, posted through the GL mapping table
      * glmt2000 maintains, and written to the GL feed behind a
      * header and a trailer carrying the control totals.  The
      * report proves debits equal credits before the feed is
      * released and the cycle marked fed.

      * Modification history
      * 2026.10.15  gd  Initial version: liability movement off
      *                 LEDGJRNL and fee accrual off FEERPT, by
      *                 currency, to GLFEED with a balancing report,
      *                 under the same cycle verification as the
      *                 other consumers.
      * 2026.10.15  gd  Post revl2000's month-end revaluation records
      *                 off the journal as their own FXRV entry per
      *                 currency instead of ignoring them.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.
      * 2026.10.15  gd  Feed back2000's reversals off BACKJRNL past
      *                 their own high-water mark on GLCTL, so a
      *                 backed-out posting run or revaluation comes
      *                 back out of the general ledger too.

       environment division.

       input-output section.

       file-control.
           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select journal-file assign to "LEDGJRNL"
               organization is line sequential
               file status is journal-file-status-code.

           select backout-journal assign to "BACKJRNL"
               organization is line sequential
               file status is backout-journal-status-code.

           select account-master assign to "ACCTMST"
               organization is indexed
               access mode is random
               record key is account-id
               file status is account-master-status-code.

           select fee-report assign to "FEERPT"
               organization is line sequential
               file status is fee-report-status-code.

           select gl-map-master assign to "GLMAP"
               organization is indexed
               access mode is random
               record key is glm-key
               file status is gl-map-status-code.

           select gl-control-file assign to "GLCTL"
               organization is line sequential
               file status is gl-control-status-code.

           select gl-feed assign to "GLFEED"
               organization is line sequential
               file status is gl-feed-status-code.

           select gl-report assign to "GLRPT"
               organization is line sequential
               file status is gl-report-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Nightly cycle control record - ledger posting must be done
      * tonight, and the ledger not already fed
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Posting journal - every add and update ledg2000 ever made;
      * the GL control record says how far into it has been fed
       fd  journal-file.
       01  journal-record.
           copy "ledger-journal-record.cpy".

      * Backout journal - every reversal back2000 has made, in the
      * posting journal's layout; the GL control record says how far
      * into it has been fed
       fd  backout-journal.
       01  backout-journal-record.
           copy "ledger-journal-record.cpy"
               replacing ==jrnl-run-date== by ==back-run-date==
                   ==jrnl-cycle-run-number== by
                       ==back-cycle-run-number==
                   ==jrnl-action-code== by ==back-action-code==
                   ==jrnl-action-add== by ==back-action-add==
                   ==jrnl-action-update== by ==back-action-update==
                   ==jrnl-action-backout== by ==back-action-backout==
                   ==jrnl-action-revalue== by ==back-action-revalue==
                   ==jrnl-account-id== by ==back-account-id==
                   ==jrnl-before-future-value== by
                       ==back-before-future-value==
                   ==jrnl-before-value-base== by
                       ==back-before-value-base==
                   ==jrnl-before-posted-date== by
                       ==back-before-posted-date==
                   ==jrnl-after-future-value== by
                       ==back-after-future-value==
                   ==jrnl-after-value-base== by
                       ==back-after-value-base==
                   ==jrnl-after-posted-date== by
                       ==back-after-posted-date==
                   ==jrnl-backout-kind== by ==back-backout-kind==
                   ==jrnl-backout-of-posting== by
                       ==back-backout-of-posting==
                   ==jrnl-backout-of-revaluation== by
                       ==back-backout-of-revaluation==.

      * Account master - read by key for each journaled account's
      * currency, which the journal does not carry
       fd  account-master.
       01  account-master-record.
           copy "account-master-record.cpy".

      * The fee revenue report calc2000 prints, read back for its
      * per-currency lines
       fd  fee-report.
       01  fee-report-record              pic x(80).

       fd  gl-map-master.
       01  gl-map-record.
           copy "gl-account-map-record.cpy".

      * GL control file - where the last feed left off: how many
      * journal and backout records have gone to the ledger, and per
      * currency the fee accrual already booked, so each night posts
      * only the movement since.  Rewritten whole once a feed balances.
       fd  gl-control-file.
       01  gl-control-record.
           05  glc-record-type             pic x.
               88  glc-position-record     value "P".
               88  glc-fee-accrual-record  value "F".
           05  glc-position-data.
               10  glc-journal-records-fed pic 9(9).
               10  glc-cycle-run-number    pic 9(7).
               10  glc-run-date            pic 9(8).
               10  glc-backout-records-fed pic 9(8).
               10  glc-backout-records-fed-x redefines
                       glc-backout-records-fed
                                            pic x(8).
           05  glc-fee-accrual-data redefines glc-position-data.
               10  glc-fee-currency-code   pic x(3).
               10  glc-fee-accrued-currency
                                            pic s9(11)v99
                                            sign leading separate.
               10  glc-fee-accrued-base    pic s9(12)v99
                                            sign leading separate.

      * GL feed - header, one detail per debit or credit line, and
      * the trailer with the control totals
       fd  gl-feed.
       01  gl-feed-header-record.
           copy "gl-feed-header-record.cpy".
       01  gl-feed-detail-record.
           copy "gl-feed-detail-record.cpy".
       01  gl-feed-trailer-record.
           copy "gl-feed-trailer-record.cpy".

      * GL balancing report - one fixed-length line per WRITE
       fd  gl-report.
       01  gl-report-record               pic x(80).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * Tonight's cycle as the run-control file describes it, held
      * here so the record can be written back with only this job's
      * own flag changed
       01  cycle-fields.
           05  cycle-run-number            pic 9(7).
           05  cycle-run-date              pic 9(8).
           05  cycle-calc-status           pic x.
           05  cycle-ledg-status           pic x.
           05  cycle-summ-status           pic x.
           05  cycle-hist-status           pic x.
           05  cycle-stmt-status           pic x.
           05  cycle-rcon-status           pic x.
           05  cycle-glif-status           pic x.
           05  cycle-ack-status            pic x.

      * Movements netted by currency, in the order each currency was
      * first met.  Amounts are the currency's own and the base
      * currency's; only the base amounts have to balance.
       01  gl-currency-table.
           05  gl-currency-count           pic 9(3)  comp value zero.
           05  gl-currency-maximum         pic 9(3)  comp value 50.
           05  gl-currency-entry occurs 50 times.
               10  mvt-currency-code       pic x(3).
               10  mvt-liab-currency       pic s9(13)v99.
               10  mvt-liab-base           pic s9(13)v99.
               10  mvt-fxrv-base           pic s9(13)v99.
               10  mvt-fee-prior-currency  pic s9(11)v99.
               10  mvt-fee-prior-base      pic s9(12)v99.
               10  mvt-fee-tonight-currency
                                            pic s9(11)v99.
               10  mvt-fee-tonight-base    pic s9(12)v99.

       01  currency-lookup-fields.
           05  gl-currency-sub             pic 9(3)  comp.
           05  lookup-currency-code        pic x(3).

      * How far into the posting journal the ledger has been fed,
      * and how far this run takes it
       01  journal-position-fields.
           05  journal-records-fed         pic 9(9)  value zero.
           05  journal-records-read        pic 9(9)  value zero.
           05  journal-records-posted      pic 9(7)  value zero.
           05  journal-first-new-record    pic 9(9).

      * The same for the backout journal
       01  backout-position-fields.
           05  backout-records-fed         pic 9(8)  value zero.
           05  backout-records-read        pic 9(8)  value zero.
           05  backout-records-posted      pic 9(7)  value zero.
           05  backout-first-new-record    pic 9(8).

      * The entry being built: one currency, one entry type, its net
      * movement, and the two accounts it posts between
       01  entry-fields.
           05  entry-number                pic 9(7)  value zero.
           05  entry-currency-code         pic x(3).
           05  entry-type                  pic x(4).
           05  entry-movement-currency     pic s9(13)v99.
           05  entry-movement-base         pic s9(13)v99.
           05  entry-line-amount-base      pic 9(12)v99.
           05  entry-line-amount-currency  pic s9(12)v99.
           05  entry-debit-account         pic x(12).
           05  entry-credit-account        pic x(12).

      * Feed control totals, proven equal before the feed is kept
       01  feed-totals.
           05  feed-line-count             pic 9(7)      value zero.
           05  feed-total-debits           pic 9(13)v99  value zero.
           05  feed-total-credits          pic 9(13)v99  value zero.
           05  feed-difference             pic s9(13)v99.
           05  unmapped-entry-count        pic 9(5)      value zero.
           05  fee-lines-read              pic 9(5)      value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  accounts-read               pic 9(7)  value zero.
           05  fee-report-lines-read       pic 9(7)  value zero.
           05  mappings-read               pic 9(7)  value zero.
           05  feed-records-written        pic 9(7)  value zero.

      * A fee report line opened up into calc2000's fee layout; a
      * detail line is a currency code followed by two spaces
       01  fee-scan-line.
           05  scan-fee-currency           pic x(3).
           05  scan-fee-gap                pic x(2).
           05  scan-fee-amount             pic x(17).
           05  filler                      pic x(2).
           05  scan-fee-base               pic x(18).
           05  filler                      pic x(38).

       01  fee-header-scan-line.
           05  scan-fee-program-label      pic x(19).
           05  filler                      pic x(11).
           05  scan-fee-run-date           pic x(10).
           05  filler                      pic x(40).

      * An edited fee figure pulled apart one character at a time -
      * digits accumulate, a minus sign flips the result - the same
      * way recn2000 reads the report's grand total back
       01  parse-fields.
           05  parse-sub                   pic 99    comp.
           05  parse-digit-char            pic x.
           05  parse-digit-char-n redefines parse-digit-char
                                            pic 9.
           05  parse-work-amount           pic s9(14)    value zero.
           05  parse-result                pic s9(12)v99.
           05  parse-negative-switch       pic x     value "N".
               88  parsed-negative         value "Y".

       01  parse-digit-table-area.
           05  parse-digit-entry occurs 18 times
                                            pic x.

      * Report line layouts - built in working-storage, then moved to
      * gl-report-record before each WRITE.
       01  glrp-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  glrp-program-name           pic x(10) value "GLIF2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  glrp-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  glrp-cycle-line.
           05  filler                      pic x(7)  value "Cycle: ".
           05  glrp-c-run-number           pic zzzzzz9.
           05  filler                      pic x(24) value
               "  Journal records fed: ".
           05  glrp-c-first-record         pic zzz,zzz,zz9.
           05  filler                      pic x(4)  value " to ".
           05  glrp-c-last-record          pic zzz,zzz,zz9.
           05  filler                      pic x(16) value spaces.

       01  glrp-backout-line.
           05  filler                      pic x(14) value spaces.
           05  filler                      pic x(24) value
               "  Backout records fed: ".
           05  glrp-b-first-record         pic zzz,zzz,zz9.
           05  filler                      pic x(4)  value " to ".
           05  glrp-b-last-record          pic zzz,zzz,zz9.
           05  filler                      pic x(16) value spaces.

       01  glrp-column-heading-line.
           05  filler                      pic x(3)  value "Cur".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(4)  value "Type".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(7)  value "  Entry".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(12) value
               "GL Account".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(16) value
               "    Debit (Base)".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(16) value
               "   Credit (Base)".
           05  filler                      pic x(12) value spaces.

       01  glrp-detail-line.
           05  glrp-d-currency             pic x(3).
           05  filler                      pic x(2)  value spaces.
           05  glrp-d-entry-type           pic x(4).
           05  filler                      pic x(2)  value spaces.
           05  glrp-d-entry-number         pic zzzzzz9.
           05  filler                      pic x(2)  value spaces.
           05  glrp-d-gl-account           pic x(12).
           05  filler                      pic x(2)  value spaces.
           05  glrp-d-debit                pic z,zzz,zzz,zz9.99
                                            blank when zero.
           05  filler                      pic x(2)  value spaces.
           05  glrp-d-credit               pic z,zzz,zzz,zz9.99
                                            blank when zero.
           05  filler                      pic x(12) value spaces.

       01  glrp-total-line.
           05  filler                      pic x(34) value
               "Totals".
           05  glrp-t-debits               pic zz,zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  glrp-t-credits              pic zz,zzz,zzz,zz9.99.
           05  filler                      pic x(11) value spaces.

       01  glrp-count-line.
           05  filler                      pic x(18) value
               "Journal records: ".
           05  glrp-t-journal-records      pic zzz,zz9.
           05  filler                      pic x(18) value
               "  Fee currencies: ".
           05  glrp-t-fee-lines            pic zz9.
           05  filler                      pic x(14) value
               "  Feed lines: ".
           05  glrp-t-feed-lines           pic zzz,zz9.
           05  filler                      pic x(13) value spaces.

       01  glrp-balanced-line.
           05  filler                      pic x(45) value
               "*** DEBITS EQUAL CREDITS - FEED RELEASED ***".
           05  filler                      pic x(35) value spaces.

       01  glrp-out-of-balance-line.
           05  filler                      pic x(38) value
               "*** FEED OUT OF BALANCE - DIFFERENCE ".
           05  glrp-o-difference           pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(4)  value " ***".
           05  filler                      pic x(21) value spaces.

       01  glrp-unmapped-line.
           05  filler                      pic x(21) value
               "*** No GL mapping for".
           05  filler                      pic x(1)  value space.
           05  glrp-u-currency             pic x(3).
           05  filler                      pic x(1)  value space.
           05  glrp-u-entry-type           pic x(4).
           05  filler                      pic x(23) value
               " - feed not written ***".
           05  filler                      pic x(27) value spaces.

       01  glrp-nothing-line.
           05  filler                      pic x(46) value
               "No ledger movement or fee accrual to post.".
           05  filler                      pic x(34) value spaces.

       01  glrp-blank-line.
           05  filler                      pic x(80) value spaces.

      * Fields used to build the report's dates
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

       01  cycle-date-fields.
           05  cycle-date-yyyymmdd         pic 9(8).
           05  cycle-date-parts redefines cycle-date-yyyymmdd.
               10  cycle-date-yyyy         pic 9(4).
               10  cycle-date-mm           pic 9(2).
               10  cycle-date-dd           pic 9(2).
           05  cycle-date-display          pic x(10).

      * Switches
       01  program-switches.
           05  journal-file-switch        pic x     value "N".
               88  end-of-journal-file    value "Y".
           05  backout-journal-switch     pic x     value "N".
               88  end-of-backout-journal value "Y".
           05  fee-report-switch          pic x     value "N".
               88  end-of-fee-report      value "Y".
           05  gl-control-switch          pic x     value "N".
               88  end-of-gl-control      value "Y".
           05  currency-found-switch      pic x     value "N".
               88  currency-entry-found   value "Y".
           05  mapping-found-switch       pic x     value "N".
               88  mapping-found          value "Y".
           05  balance-switch             pic x     value "Y".
               88  feed-balanced          value "Y".
               88  feed-out-of-balance    value "N".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  cycle-control-status-code      pic xx.
       77  journal-file-status-code       pic xx.
       77  backout-journal-status-code    pic xx.
       77  account-master-status-code     pic xx.
       77  fee-report-status-code         pic xx.
       77  gl-map-status-code             pic xx.
       77  gl-control-status-code         pic xx.
       77  gl-feed-status-code            pic xx.
       77  gl-report-status-code          pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-feed-general-ledger.
           display "Feeding general ledger journal entries".

           perform 900-start-run-statistics

      * Nothing is built until the ledger is proven posted tonight
      * and not already fed
           perform 008-verify-cycle-control
           perform 010-read-gl-control
           perform 015-open-lookup-files

           perform 030-read-fee-report
           perform 040-total-posting-journal
           perform 046-total-backout-journal

           open output gl-report
           perform 020-write-report-header

      * Every entry must have somewhere to post before any is sent;
      * a half-mapped feed would be worse than none
           perform 200-check-one-currency-mapping
               varying gl-currency-sub from 1 by 1
               until gl-currency-sub > gl-currency-count

           if unmapped-entry-count > zero
               close gl-report
               close account-master
               close gl-map-master
               display "GL mapping missing - feed not written, "
                   "see GLRPT"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           open output gl-feed
           perform 100-write-feed-header
           perform 210-post-one-currency
               varying gl-currency-sub from 1 by 1
               until gl-currency-sub > gl-currency-count
           perform 190-write-feed-trailer

           perform 300-write-report-totals

           close gl-feed
           close gl-report
           close account-master
           close gl-map-master

           if feed-balanced
               perform 320-write-gl-control
               perform 310-mark-cycle-fed
           else
               display "GL feed out of balance - see GLRPT"
               move 16 to return-code
           end-if

           display "Journal records....: " journal-records-posted
           display "Backout records....: " backout-records-posted
           display "Feed lines.........: " feed-line-count
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Reads tonight's cycle record: the ledger must be posted for
      * tonight's cycle, and this job must not have fed it already
       008-verify-cycle-control.
           open input cycle-control-file
           if cycle-control-status-code not = "00"
               display "Unable to open cycle control file CYCLCTL - "
                   "status " cycle-control-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           read cycle-control-file
               at end
                   display "Cycle control file CYCLCTL is empty - "
                       "no cycle open"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           move cycl-run-number to cycle-run-number
           move cycl-run-date to cycle-run-date
           move cycl-calc-status to cycle-calc-status
           move cycl-ledg-status to cycle-ledg-status
           move cycl-summ-status to cycle-summ-status
           move cycl-hist-status to cycle-hist-status
           move cycl-stmt-status to cycle-stmt-status
           move cycl-rcon-status to cycle-rcon-status
           move cycl-glif-status to cycle-glif-status
           move cycl-ack-status to cycle-ack-status
           move cycle-run-number to stat-cycle-run-number
           close cycle-control-file

           if cycle-calc-status not = "C"
               display "calc2000 has not completed cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           if cycle-ledg-status not = "C"
               display "ledg2000 has not posted cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           if cycle-glif-status = "C"
               display "Cycle " cycle-run-number
                   " already fed to the general ledger - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           move cycle-run-date to cycle-date-yyyymmdd
           string cycle-date-mm  "/"
                  cycle-date-dd  "/"
                  cycle-date-yyyy
               delimited by size into cycle-date-display.

      * Loads where the last feed left off.  The first feed on a new
      * system finds no file yet: nothing has been fed and no fee
      * accrued, so the whole journal and the whole accrual go.
       010-read-gl-control.
           open input gl-control-file
           if gl-control-status-code = "35"
               display "No GL control file GLCTL - first feed"
           else
               if gl-control-status-code not = "00"
                   display "Unable to open GL control file GLCTL - "
                       "status " gl-control-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
               end-if
               perform 012-read-gl-control-record
               perform 013-load-one-control-record
                   until end-of-gl-control
               close gl-control-file
           end-if.

       012-read-gl-control-record.
           read gl-control-file
               at end
                   set end-of-gl-control to true
           end-read.

       013-load-one-control-record.
           evaluate true
               when glc-position-record
                   move glc-journal-records-fed to journal-records-fed
      * A control record from before backouts were fed carries no
      * backout position - every backout since has still to go
                   if glc-backout-records-fed-x numeric
                       move glc-backout-records-fed
                           to backout-records-fed
                   end-if
               when glc-fee-accrual-record
                   move glc-fee-currency-code to lookup-currency-code
                   perform 050-find-currency-entry
                   move glc-fee-accrued-currency
                       to mvt-fee-prior-currency(gl-currency-sub)
                   move glc-fee-accrued-base
                       to mvt-fee-prior-base(gl-currency-sub)
               when other
                   continue
           end-evaluate
           perform 012-read-gl-control-record.

      * The account master gives each journaled account its currency,
      * and the mapping master gives each entry its accounts
       015-open-lookup-files.
           open input account-master
           if account-master-status-code not = "00"
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           open input gl-map-master
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
               delimited by size into glrp-run-date.

      * Writes the report header, names the cycle and the stretch of
      * journal being fed, and heads the entry lines
       020-write-report-header.
           perform 018-build-run-date
           move glrp-header-line to gl-report-record
           write gl-report-record
           move glrp-blank-line to gl-report-record
           write gl-report-record

           move cycle-run-number to glrp-c-run-number
           compute journal-first-new-record = journal-records-fed + 1
           move journal-first-new-record to glrp-c-first-record
           move journal-records-read to glrp-c-last-record
           move glrp-cycle-line to gl-report-record
           write gl-report-record
           compute backout-first-new-record = backout-records-fed + 1
           move backout-first-new-record to glrp-b-first-record
           move backout-records-read to glrp-b-last-record
           move glrp-backout-line to gl-report-record
           write gl-report-record
           move glrp-blank-line to gl-report-record
           write gl-report-record
           move glrp-column-heading-line to gl-report-record
           write gl-report-record.

      * Reads tonight's fee report back.  The header must carry the
      * cycle's date - last night's report would book last night's
      * accrual twice - and each currency line sets that currency's
      * accrual to date.
       030-read-fee-report.
           open input fee-report
           if fee-report-status-code not = "00"
               display "Unable to open fee revenue report FEERPT - "
                   "status " fee-report-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           read fee-report
               at end
                   display "Fee revenue report FEERPT is empty"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to fee-report-lines-read
           move fee-report-record to fee-header-scan-line
           if scan-fee-program-label not = "Program: CALC2000"
                   or scan-fee-run-date not = cycle-date-display
               display "Fee revenue report FEERPT is not from cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 032-read-fee-line
           perform 035-take-one-fee-line
               until end-of-fee-report
           close fee-report.

       032-read-fee-line.
           read fee-report
               at end
                   set end-of-fee-report to true
               not at end
                   add 1 to fee-report-lines-read
           end-read.

       035-take-one-fee-line.
           move fee-report-record to fee-scan-line
           if scan-fee-currency not = spaces
                   and scan-fee-currency not = "Cur"
                   and scan-fee-gap = spaces
               add 1 to fee-lines-read
               move scan-fee-currency to lookup-currency-code
               perform 050-find-currency-entry
               move scan-fee-amount to parse-digit-table-area
               perform 160-de-edit-figure
               move parse-result
                   to mvt-fee-tonight-currency(gl-currency-sub)
               move scan-fee-base to parse-digit-table-area
               perform 160-de-edit-figure
               move parse-result
                   to mvt-fee-tonight-base(gl-currency-sub)
           end-if
           perform 032-read-fee-line.

      * Walks the posting journal from the top; records the ledger
      * has already been fed stream past, and every one after them
      * adds its movement to its currency's liability - or, for a
      * revaluation, to its currency's FX gain or loss
       040-total-posting-journal.
           open input journal-file
           if journal-file-status-code not = "00"
               display "Unable to open posting journal LEDGJRNL - "
                   "status " journal-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 042-read-journal-record
           perform 045-take-one-journal-record
               until end-of-journal-file
           close journal-file

      * A journal shorter than what was already fed has been
      * replaced or cut back - feeding from it would skip or repeat
      * entries, so nothing goes until someone looks
           if journal-records-read < journal-records-fed
               display "Posting journal LEDGJRNL holds "
                   journal-records-read " records but "
                   journal-records-fed " were already fed - "
                   "run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       042-read-journal-record.
           read journal-file
               at end
                   set end-of-journal-file to true
           end-read.

       045-take-one-journal-record.
           add 1 to journal-records-read
           if journal-records-read > journal-records-fed
                   and (jrnl-action-add or jrnl-action-update
                       or jrnl-action-revalue)
               add 1 to journal-records-posted
               move jrnl-account-id to account-id
               read account-master
                   invalid key
                       display "Journaled account " jrnl-account-id
                           " not on account master - run refused"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   not invalid key
                       add 1 to accounts-read
               end-read
               move currency-code to lookup-currency-code
               perform 050-find-currency-entry
               if jrnl-action-revalue
                   compute mvt-fxrv-base(gl-currency-sub) =
                       mvt-fxrv-base(gl-currency-sub)
                           + jrnl-after-value-base
                           - jrnl-before-value-base
               else
                   compute mvt-liab-currency(gl-currency-sub) =
                       mvt-liab-currency(gl-currency-sub)
                           + jrnl-after-future-value
                           - jrnl-before-future-value
                   compute mvt-liab-base(gl-currency-sub) =
                       mvt-liab-base(gl-currency-sub)
                           + jrnl-after-value-base
                           - jrnl-before-value-base
               end-if
           end-if
           perform 042-read-journal-record.

      * Walks the backout journal the same way.  Each reversal back2000
      * has made since the last feed adds its movement - after image
      * less before, the undo of what was posted - to its currency's
      * liability, or for a backed-out revaluation to its FX gain or
      * loss.  A file no backout has created yet holds nothing to
      * feed.
       046-total-backout-journal.
           open input backout-journal
           evaluate backout-journal-status-code
               when "00"
                   perform 047-read-backout-record
                   perform 048-take-one-backout-record
                       until end-of-backout-journal
                   close backout-journal
               when "35"
                   continue
               when other
                   display "Unable to open backout journal BACKJRNL - "
                       "status " backout-journal-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           if backout-records-read < backout-records-fed
               display "Backout journal BACKJRNL holds "
                   backout-records-read " records but "
                   backout-records-fed " were already fed - "
                   "run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       047-read-backout-record.
           read backout-journal
               at end
                   set end-of-backout-journal to true
           end-read.

      * A reversal journaled before backouts carried their kind is
      * told by its cycle: a revaluation is no cycle's posting, so
      * its records carry cycle zero
       048-take-one-backout-record.
           add 1 to backout-records-read
           if backout-records-read > backout-records-fed
                   and back-action-backout
               add 1 to backout-records-posted
               move back-account-id to account-id
               read account-master
                   invalid key
                       display "Backed-out account " back-account-id
                           " not on account master - run refused"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   not invalid key
                       add 1 to accounts-read
               end-read
               move currency-code to lookup-currency-code
               perform 050-find-currency-entry
               if back-backout-of-revaluation
                       or (back-backout-kind = space
                           and back-cycle-run-number = zero)
                   compute mvt-fxrv-base(gl-currency-sub) =
                       mvt-fxrv-base(gl-currency-sub)
                           + back-after-value-base
                           - back-before-value-base
               else
                   compute mvt-liab-currency(gl-currency-sub) =
                       mvt-liab-currency(gl-currency-sub)
                           + back-after-future-value
                           - back-before-future-value
                   compute mvt-liab-base(gl-currency-sub) =
                       mvt-liab-base(gl-currency-sub)
                           + back-after-value-base
                           - back-before-value-base
               end-if
           end-if
           perform 047-read-backout-record.

      * Finds the currency's slot in the movement table, opening a
      * new one the first time a currency is met
       050-find-currency-entry.
           move "N" to currency-found-switch
           perform 052-match-one-currency
               varying gl-currency-sub from 1 by 1
               until gl-currency-sub > gl-currency-count
                   or currency-entry-found

           if currency-entry-found
               subtract 1 from gl-currency-sub
           else
               if gl-currency-count = gl-currency-maximum
                   display "More than " gl-currency-maximum
                       " currencies to post - run stopped"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
               end-if
               add 1 to gl-currency-count
               move gl-currency-count to gl-currency-sub
               move lookup-currency-code
                   to mvt-currency-code(gl-currency-sub)
               move zero to mvt-liab-currency(gl-currency-sub)
               move zero to mvt-liab-base(gl-currency-sub)
               move zero to mvt-fxrv-base(gl-currency-sub)
               move zero to mvt-fee-prior-currency(gl-currency-sub)
               move zero to mvt-fee-prior-base(gl-currency-sub)
               move zero to mvt-fee-tonight-currency(gl-currency-sub)
               move zero to mvt-fee-tonight-base(gl-currency-sub)
           end-if.

       052-match-one-currency.
           if mvt-currency-code(gl-currency-sub) = lookup-currency-code
               set currency-entry-found to true
           end-if.

      * The feed header names the cycle and the posting date
       100-write-feed-header.
           move "GLH" to glh-record-id
           move cycle-run-number to glh-cycle-run-number
           move cycle-run-date to glh-posting-date
           move "GLIF2000" to glh-source-system
           write gl-feed-header-record
           add 1 to feed-records-written.

      * Pulls the numeric value back out of an edited figure: the
      * picture carries exactly two decimals, so the digits stack up
      * as an integer and shift right at the end
       160-de-edit-figure.
           move zero to parse-work-amount
           move "N" to parse-negative-switch
           perform 165-parse-one-character
               varying parse-sub from 1 by 1
               until parse-sub > 18

           compute parse-result = parse-work-amount / 100
           if parsed-negative
               compute parse-result = zero - parse-result
           end-if.

       165-parse-one-character.
           move parse-digit-entry(parse-sub) to parse-digit-char
           if parse-digit-char = "-"
               set parsed-negative to true
           end-if
           if parse-digit-char numeric
               compute parse-work-amount =
                   (parse-work-amount * 10) + parse-digit-char-n
           end-if.

      * The feed trailer carries the line count and both totals
       190-write-feed-trailer.
           move "GLT" to glt-record-id
           move feed-line-count to glt-line-count
           move feed-total-debits to glt-total-debits
           move feed-total-credits to glt-total-credits
           write gl-feed-trailer-record
           add 1 to feed-records-written.

      * Each currency with a movement to post must be mapped for
      * that entry type; every gap is named on the report
       200-check-one-currency-mapping.
           move mvt-currency-code(gl-currency-sub)
               to entry-currency-code
           if mvt-liab-base(gl-currency-sub) not = zero
                   or mvt-liab-currency(gl-currency-sub) not = zero
               move "LIAB" to entry-type
               perform 205-check-entry-mapping
           end-if
           if mvt-fee-tonight-base(gl-currency-sub)
                   not = mvt-fee-prior-base(gl-currency-sub)
               move "FEES" to entry-type
               perform 205-check-entry-mapping
           end-if
           if mvt-fxrv-base(gl-currency-sub) not = zero
               move "FXRV" to entry-type
               perform 205-check-entry-mapping
           end-if.

       205-check-entry-mapping.
           perform 250-read-entry-mapping
           if not mapping-found
               add 1 to unmapped-entry-count
               move entry-currency-code to glrp-u-currency
               move entry-type to glrp-u-entry-type
               move glrp-unmapped-line to gl-report-record
               write gl-report-record
           end-if.

      * Posts one currency's entries: the liability movement off the
      * journal, the fee accrual since the last feed, then any
      * month-end revaluation - a restatement of base value only, so
      * it carries no movement in the currency itself
       210-post-one-currency.
           move mvt-currency-code(gl-currency-sub)
               to entry-currency-code

           move "LIAB" to entry-type
           move mvt-liab-currency(gl-currency-sub)
               to entry-movement-currency
           move mvt-liab-base(gl-currency-sub) to entry-movement-base
           perform 220-post-one-entry

           move "FEES" to entry-type
           compute entry-movement-currency =
               mvt-fee-tonight-currency(gl-currency-sub)
                   - mvt-fee-prior-currency(gl-currency-sub)
           compute entry-movement-base =
               mvt-fee-tonight-base(gl-currency-sub)
                   - mvt-fee-prior-base(gl-currency-sub)
           perform 220-post-one-entry

           move "FXRV" to entry-type
           move zero to entry-movement-currency
           move mvt-fxrv-base(gl-currency-sub) to entry-movement-base
           perform 220-post-one-entry.

      * One balanced entry of two lines.  An increase debits the
      * mapping's debit account and credits its credit account; a
      * decrease posts the same amount the other way round.  A
      * movement that nets to nothing in base posts nothing.
       220-post-one-entry.
           if entry-movement-base not = zero
               perform 250-read-entry-mapping
               add 1 to entry-number
               if entry-movement-base > zero
                   move glm-debit-account to entry-debit-account
                   move glm-credit-account to entry-credit-account
                   move entry-movement-base to entry-line-amount-base
                   move entry-movement-currency
                       to entry-line-amount-currency
               else
                   move glm-credit-account to entry-debit-account
                   move glm-debit-account to entry-credit-account
                   compute entry-line-amount-base =
                       zero - entry-movement-base
                   compute entry-line-amount-currency =
                       zero - entry-movement-currency
               end-if

               move 1 to gld-line-number
               move "D" to gld-debit-credit
               move entry-debit-account to gld-gl-account
               perform 230-write-feed-line
               add entry-line-amount-base to feed-total-debits

               move 2 to gld-line-number
               move "C" to gld-debit-credit
               move entry-credit-account to gld-gl-account
               perform 230-write-feed-line
               add entry-line-amount-base to feed-total-credits
           end-if.

      * Writes one feed line and its report line; the caller has set
      * the side, the account, and the line number
       230-write-feed-line.
           move "GLD" to gld-record-id
           move entry-number to gld-entry-number
           move entry-currency-code to gld-currency-code
           move entry-type to gld-entry-type
           move entry-line-amount-base to gld-amount-base
           move entry-line-amount-currency to gld-amount-currency
           move glm-description to gld-description
           write gl-feed-detail-record
           add 1 to feed-records-written
           add 1 to feed-line-count

           move entry-currency-code to glrp-d-currency
           move entry-type to glrp-d-entry-type
           move entry-number to glrp-d-entry-number
           move gld-gl-account to glrp-d-gl-account
           if gld-debit
               move entry-line-amount-base to glrp-d-debit
               move zero to glrp-d-credit
           else
               move zero to glrp-d-debit
               move entry-line-amount-base to glrp-d-credit
           end-if
           move glrp-detail-line to gl-report-record
           write gl-report-record.

      * Reads the mapping for the entry being built
       250-read-entry-mapping.
           move entry-currency-code to glm-currency-code
           move entry-type to glm-entry-type
           read gl-map-master
               invalid key
                   move "N" to mapping-found-switch
               not invalid key
                   set mapping-found to true
                   add 1 to mappings-read
           end-read.

      * Totals, counts, and the proof: debits must equal credits, or
      * the feed is held and the cycle left unfed
       300-write-report-totals.
           if feed-line-count = zero
               move glrp-nothing-line to gl-report-record
               write gl-report-record
           end-if
           move glrp-blank-line to gl-report-record
           write gl-report-record
           move feed-total-debits to glrp-t-debits
           move feed-total-credits to glrp-t-credits
           move glrp-total-line to gl-report-record
           write gl-report-record
           move journal-records-posted to glrp-t-journal-records
           move fee-lines-read to glrp-t-fee-lines
           move feed-line-count to glrp-t-feed-lines
           move glrp-count-line to gl-report-record
           write gl-report-record
           move glrp-blank-line to gl-report-record
           write gl-report-record

           compute feed-difference =
               feed-total-debits - feed-total-credits
           if feed-difference = zero
               move glrp-balanced-line to gl-report-record
           else
               set feed-out-of-balance to true
               move feed-difference to glrp-o-difference
               move glrp-out-of-balance-line to gl-report-record
           end-if
           write gl-report-record.

      * Writes the cycle record back with this job's step marked
      * done, so the same night is never fed twice
       310-mark-cycle-fed.
           open output cycle-control-file
           move cycle-run-number to cycl-run-number
           move cycle-run-date to cycl-run-date
           move cycle-calc-status to cycl-calc-status
           move cycle-ledg-status to cycl-ledg-status
           move cycle-summ-status to cycl-summ-status
           move cycle-hist-status to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
           move cycle-rcon-status to cycl-rcon-status
           move "C" to cycl-glif-status
           move cycle-ack-status to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

      * Rewrites the GL control file with the new high-water marks on
      * the journal and the backout journal, and tonight's accrual
      * to date per currency
       320-write-gl-control.
           open output gl-control-file
           move spaces to gl-control-record
           move "P" to glc-record-type
           move journal-records-read to glc-journal-records-fed
           move backout-records-read to glc-backout-records-fed
           move cycle-run-number to glc-cycle-run-number
           move cycle-run-date to glc-run-date
           write gl-control-record
           perform 325-write-one-fee-accrual
               varying gl-currency-sub from 1 by 1
               until gl-currency-sub > gl-currency-count
           close gl-control-file.

       325-write-one-fee-accrual.
           if mvt-fee-tonight-base(gl-currency-sub) not = zero
                   or mvt-fee-tonight-currency(gl-currency-sub)
                       not = zero
               move spaces to gl-control-record
               move "F" to glc-record-type
               move mvt-currency-code(gl-currency-sub)
                   to glc-fee-currency-code
               move mvt-fee-tonight-currency(gl-currency-sub)
                   to glc-fee-accrued-currency
               move mvt-fee-tonight-base(gl-currency-sub)
                   to glc-fee-accrued-base
               write gl-control-record
           end-if.

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

           move "GLIF2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the journal
      * is read from the top every night, so its count is the whole
      * journal, not just the records fed
       920-load-file-statistics.
           move "LEDGJRNL" to stat-file-name
           move journal-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "BACKJRNL" to stat-file-name
           move backout-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ACCTMST" to stat-file-name
           move accounts-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "FEERPT" to stat-file-name
           move fee-report-lines-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "GLMAP" to stat-file-name
           move mappings-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "GLFEED" to stat-file-name
           move zero to stat-file-read
           move feed-records-written to stat-file-written
           perform 912-add-file-statistics.
