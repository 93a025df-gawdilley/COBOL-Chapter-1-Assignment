      * 2026.09.03  gd  Statements carry the fee and tax percentages
      *                 the run assumed, and follow SCHEDOUT out to
      *                 132 columns for the fee and tax columns.
      * 2026.10.15  gd  An account on a rate schedule shows the steps
      *                 (years and rate) and balance tiers the run
      *                 projected with, under the master rate line.
      * 2026.10.15  gd  One consolidated statement per client: accounts
      *                 linked to a client on CLNTMST are sorted
      *                 together and print under the client master's
      *                 name and address, followed by subtotals by
      *                 currency and a total in base currency.  An
      *                 account not linked to a client still gets a
      *                 statement of its own, as before.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.

       environment division.

               organization is line sequential
               file status is statement-file-status-code.

           select rate-schedule-file assign to "RATESCHD"
               organization is indexed
               access mode is random
               record key is rsch-account-id
               file status is rate-schedule-status-code.

           select client-master assign to "CLNTMST"
               organization is indexed
               access mode is random
               record key is clnt-client-id
               file status is client-master-status-code.

           select statement-sort-file assign to "SORTWK01".

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Results extract - one record per account calc2000 projected,
      * behind the cycle header the run stamped on it; each record
      * is read into results-record in working-storage, since it is
      * carried through the sort and printed after the file is shut
       fd  results-file.
       01  results-file-record            pic x(79).

      * Schedule file - the year-by-year print lines calc2000 wrote;
      * each account's section is copied onto its statement
       fd  schedule-file.
       01  schedule-record                pic x(132).

      * Account master - read by key for the client the account is
      * linked to, or for an unlinked account its own name, address,
      * and whether a statement mails at all
       fd  account-master.
       01  account-master-record.
       fd  statement-file.
       01  statement-record               pic x(132).

      * Rate schedules - the same step and tier rates calc2000 read
      * when it projected the account
       fd  rate-schedule-file.
       01  rate-schedule-record.
           copy "rate-schedule-record.cpy".

      * Client master - the name, address, and delivery choice a
      * linked account's statement goes out under
       fd  client-master.
       01  client-master-record.
           copy "client-master-record.cpy".

      * Sort work - one record per account to be printed, keyed so a
      * client's accounts come together in account order.  The group
      * key is the client id for a linked account, and the account's
      * own id for one printed on its own.
       sd  statement-sort-file.
       01  statement-sort-record.
           05  srt-group-key.
               10  srt-group-kind          pic x.
                   88  srt-client-group    value "C".
                   88  srt-account-group   value "A".
               10  srt-group-id            pic x(10).
           05  srt-account-id              pic x(10).
           05  srt-schedule-request        pic x.
           05  srt-mail-name               pic x(30).
           05  srt-mail-address-1          pic x(30).
           05  srt-mail-address-2          pic x(30).
           05  srt-mail-address-3          pic x(30).
           05  srt-results-image           pic x(79).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * One projected account off the results extract, as read and as
      * returned from the sort for printing
       01  results-record.
           copy "projection-result-record.cpy".

      * The cycle header read off the front of the results extract,
      * checked against the run-control record before printing
       01  cycle-header-line.
           05  cycle-hist-status           pic x.
           05  cycle-stmt-status           pic x.
           05  cycle-rcon-status           pic x.
           05  cycle-glif-status           pic x.
           05  cycle-ack-status            pic x.

      * Statement line layouts - built in working-storage, then moved
      * to statement-record before each WRITE.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(52) value spaces.

      * One line per rate step and per balance tier, for an account
      * on a rate schedule; only the first of each carries the label
       01  stmt-step-line.
           05  stmt-p-label                pic x(23).
           05  filler                      pic x(6)  value "Years ".
           05  stmt-p-from-year            pic z9.
           05  filler                      pic x(3)  value " - ".
           05  stmt-p-to-year              pic z9.
           05  filler                      pic x(2)  value spaces.
           05  stmt-p-rate                 pic z9.9.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(37) value spaces.

       01  stmt-tier-line.
           05  stmt-t-label                pic x(23).
           05  filler                      pic x(11) value
               "Balance of ".
           05  stmt-t-floor                pic zzz,zzz,zz9.99.
           05  filler                      pic x(11) value
               " and over  ".
           05  stmt-t-rate                 pic z9.9.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(16) value spaces.

       01  schedule-step-fields.
           05  rate-step-sub               pic 99   comp.
           05  rate-step-to-year           pic 99.

       01  stmt-term-line.
           05  filler                      pic x(23) value
               "Term in years........:".
           05  stmt-m-base-future          pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(40) value spaces.

      * Which client the statement belongs to, under the address
       01  stmt-client-line.
           05  filler                      pic x(8)  value "Client: ".
           05  stmt-c-client-id            pic x(10).
           05  filler                      pic x(62) value spaces.

      * The consolidated summary closing every statement: one line
      * per currency the client holds, then the total in base
       01  stmt-summary-title-line.
           05  filler                      pic x(28) value
               "Summary of your accounts".
           05  filler                      pic x(52) value spaces.

       01  stmt-summary-heading-line.
           05  filler                      pic x(8)  value "Currency".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(8)  value "Accounts".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(15) value
               "Projected value".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(21) value
               "  Value in base (USD)".
           05  filler                      pic x(22) value spaces.

       01  stmt-summary-line.
           05  stmt-s-currency             pic x(3).
           05  filler                      pic x(7)  value spaces.
           05  stmt-s-count                pic zzz,zz9.
           05  filler                      pic x(3)  value spaces.
           05  stmt-s-future               pic -zzz,zzz,zz9.99.
           05  filler                      pic x(2)  value spaces.
           05  stmt-s-base-future          pic -z,zzz,zzz,zzz,zz9.99.
           05  filler                      pic x(22) value spaces.

       01  stmt-summary-total-line.
           05  filler                      pic x(23) value
               "Total in base (USD)..:".
           05  stmt-s-total-base           pic -z,zzz,zzz,zzz,zz9.99.
           05  filler                      pic x(36) value spaces.

       01  stmt-no-schedule-line.
           05  filler                      pic x(44) value
               "Year-by-year schedule not available tonight.".
      * Statement counters
       01  statement-counters.
           05  statements-printed          pic 9(5)  value zero.
           05  accounts-printed            pic 9(5)  value zero.
           05  accounts-no-statement       pic 9(5)  value zero.
           05  accounts-no-master          pic 9(5)  value zero.
           05  accounts-no-client          pic 9(5)  value zero.
           05  schedules-copied            pic 9(5)  value zero.
           05  schedules-missing           pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  results-records-read        pic 9(7)  value zero.
           05  accounts-read               pic 9(7)  value zero.
           05  clients-read                pic 9(7)  value zero.
           05  schedules-read              pic 9(7)  value zero.
           05  schedule-lines-read         pic 9(7)  value zero.
           05  statement-lines-written     pic 9(7)  value zero.

      * The statement being printed, and its running figures by
      * currency for the closing summary
       01  statement-group-fields.
           05  current-group-key           pic x(11).
           05  statement-base-total        pic s9(13)v99.
           05  statement-currency-count    pic 99   comp.
           05  statement-currency-maximum  pic 99   comp value 20.
           05  statement-currency-sub      pic 99   comp.
           05  statement-currency-match    pic 99   comp.
           05  statement-currency-entry occurs 20 times.
               10  stc-currency-code       pic x(3).
               10  stc-account-count       pic 9(5).
               10  stc-future-value        pic s9(12)v99.
               10  stc-future-value-base   pic s9(13)v99.

      * Fields used to build the statement's prepared date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
               88  schedule-section-found value "Y".
           05  schedule-section-switch    pic x     value "N".
               88  end-of-section         value "Y".
           05  rate-schedule-file-switch  pic x     value "N".
               88  rate-schedules-on-file value "Y".
           05  client-master-switch       pic x     value "N".
               88  clients-on-file        value "Y".
           05  sorted-account-switch      pic x     value "N".
               88  end-of-sorted-accounts value "Y".
           05  currency-found-switch      pic x     value "N".
               88  currency-entry-found   value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  results-file-status-code       pic xx.
       77  schedule-file-status-code      pic xx.
       77  account-master-status-code     pic xx.
       77  cycle-control-status-code      pic xx.
       77  statement-file-status-code     pic xx.
       77  rate-schedule-status-code      pic xx.
       77  client-master-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-print-statements.
           display "Printing client statements".

           perform 900-start-run-statistics

      * Nothing prints until the extract is proven to be tonight's
      * and not yet consumed
           perform 008-verify-cycle-control
               display "Unable to open results extract ALMOUT - "
                   "status " results-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           perform 050-verify-cycle-header
               display "Unable to open schedule file SCHEDOUT - "
                   "status " schedule-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 015-open-account-master
           perform 016-open-rate-schedules
           perform 017-open-client-master
           open output statement-file
           perform 018-build-prepared-date

      * The input procedure decides who each projected account mails
      * to; the output procedure prints one statement per client
           sort statement-sort-file
               on ascending key srt-group-key
                                srt-account-id
               input procedure is 100-release-statement-accounts
               output procedure is 110-print-statements

           perform 310-mark-cycle-consumed

           close schedule-file
           close account-master
           close statement-file
           if rate-schedules-on-file
               close rate-schedule-file
           end-if
           if clients-on-file
               close client-master
           end-if

           display "Statements printed.: " statements-printed
           display "Accounts printed...: " accounts-printed
           display "No delivery asked..: " accounts-no-statement
           display "Not on master......: " accounts-no-master
           display "Client not on file.: " accounts-no-client
           display "Schedules copied...: " schedules-copied
           display "Schedules missing..: " schedules-missing
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

               display "Unable to open cycle control file CYCLCTL - "
                   "status " cycle-control-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   display "Cycle control file CYCLCTL is empty - "
                       "no cycle open"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           move cycl-run-number to cycle-run-number
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

               display "ALMOUT for cycle " cycle-run-number
                   " already printed - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * header naming tonight's run - anything else is the wrong
      * night's file
       050-verify-cycle-header.
           read results-file into results-record
               at end
                   display "Results extract ALMOUT is empty - no "
                       "cycle header"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to results-records-read
           move results-record to cycle-header-line

           if not cycle-header-id
               display "Results extract ALMOUT carries no cycle "
                   "header - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   cyc-run-number " not current cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * No RATESCHD means no account has ever had a schedule keyed,
      * so every statement shows its master rate alone
       016-open-rate-schedules.
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

      * No CLNTMST means no client has been set up yet, so every
      * account prints on its own statement as before
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

      * Builds today's date in mm/dd/yyyy form for the statements
       018-build-prepared-date.
           accept current-date-yyyymmdd from date yyyymmdd

      * Reads one record off the results extract
       060-read-results-record.
           read results-file into results-record
               at end
                   set end-of-results-file to true
               not at end
                   add 1 to results-records-read
           end-read.

      * Feeds the sort one record per account that is to print,
      * carrying the name and address it mails to
       100-release-statement-accounts.
           perform 060-read-results-record
           perform 105-release-one-account
               until end-of-results-file.

      * An account off the master is counted but not printed.  A
      * linked account mails under its client; an unlinked one, or
      * one whose client is missing from CLNTMST, under its own
      * master record, exactly as before clients existed
       105-release-one-account.
           move res-account-id to account-id
           read account-master
               invalid key
                   add 1 to accounts-no-master
               not invalid key
                   add 1 to accounts-read
                   if client-id = spaces
                       perform 107-release-on-own
                   else
                       perform 106-release-for-client
                   end-if
           end-read

           perform 060-read-results-record.

       106-release-for-client.
           if clients-on-file
               move client-id to clnt-client-id
               read client-master
                   invalid key
                       add 1 to accounts-no-client
                       perform 107-release-on-own
                   not invalid key
                       add 1 to clients-read
                       if clnt-statement-wanted
                           set srt-client-group to true
                           move clnt-client-id to srt-group-id
                           move clnt-client-name to srt-mail-name
                           move clnt-address-1 to srt-mail-address-1
                           move clnt-address-2 to srt-mail-address-2
                           move clnt-address-3 to srt-mail-address-3
                           perform 108-release-sort-record
                       else
                           add 1 to accounts-no-statement
                       end-if
               end-read
           else
               add 1 to accounts-no-client
               perform 107-release-on-own
           end-if.

       107-release-on-own.
           if statement-wanted
               set srt-account-group to true
               move account-id to srt-group-id
               move client-name to srt-mail-name
               move client-address-1 to srt-mail-address-1
               move client-address-2 to srt-mail-address-2
               move client-address-3 to srt-mail-address-3
               perform 108-release-sort-record
           else
               add 1 to accounts-no-statement
           end-if.

       108-release-sort-record.
           move res-account-id to srt-account-id
           move schedule-request to srt-schedule-request
           move results-record to srt-results-image
           release statement-sort-record.

      * Takes the sorted accounts back a statement at a time
       110-print-statements.
           perform 112-return-sorted-account
           perform 114-print-one-statement
               until end-of-sorted-accounts.

       112-return-sorted-account.
           return statement-sort-file
               at end
                   set end-of-sorted-accounts to true
           end-return.

      * One mailable statement: the client block once, every account
      * the client holds, and the summary by currency at the foot
       114-print-one-statement.
           add 1 to statements-printed
           move srt-group-key to current-group-key
           move zero to statement-currency-count
           move zero to statement-base-total

           move stmt-separator-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-title-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written

           perform 120-print-client-block

           perform 116-print-one-account
               until end-of-sorted-accounts
                   or srt-group-key not = current-group-key

           perform 160-print-statement-summary

           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

      * What the run assumed for one account, what it projects, and
      * the schedule if asked for
       116-print-one-account.
           add 1 to accounts-printed
           move srt-results-image to results-record

           move res-account-id to stmt-a-account-id
           move res-currency-code to stmt-a-currency
           move stmt-account-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written

           perform 130-print-assumptions
           perform 140-print-projected-values
           perform 150-add-to-currency-summary

           if srt-schedule-request = "Y"
               perform 200-copy-schedule-section
           end-if

           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written

           perform 112-return-sorted-account.

      * Name and address the statement mails to; a blank address
      * line is dropped rather than mailed as white space.  A
      * client's statement names the client id as well.
       120-print-client-block.
           move srt-mail-name to statement-record
           write statement-record
           add 1 to statement-lines-written
           if srt-mail-address-1 not = spaces
               move srt-mail-address-1 to statement-record
               write statement-record
               add 1 to statement-lines-written
           end-if
           if srt-mail-address-2 not = spaces
               move srt-mail-address-2 to statement-record
               write statement-record
               add 1 to statement-lines-written
           end-if
           if srt-mail-address-3 not = spaces
               move srt-mail-address-3 to statement-record
               write statement-record
               add 1 to statement-lines-written
           end-if
           if srt-client-group
               move srt-group-id to stmt-c-client-id
               move stmt-client-line to statement-record
               write statement-record
               add 1 to statement-lines-written
           end-if
           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

      * The extract's own assumptions, not tonight's master - the
      * statement describes the run the client's figure came from
           move res-investment-amount to stmt-m-amount
           move stmt-amount-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move res-yearly-interest-rate to stmt-m-rate
           move stmt-rate-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           perform 132-print-rate-schedule
           move res-number-of-years to stmt-m-years
           move stmt-term-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           evaluate res-compounding-frequency
               when "Q"
                   move "Quarterly" to stmt-m-compounding
           end-evaluate
           move stmt-compound-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move res-annual-cash-flow to stmt-m-cash-flow
           move stmt-cash-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move res-fee-percentage to stmt-m-fee
           move stmt-fee-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move res-tax-percentage to stmt-m-tax
           move stmt-tax-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

      * The steps and tiers behind a scheduled account's projection.
      * A step that would start after the account's term never
      * applied, so it is left off; each step runs to the year before
      * the next one starts, or to the end of the term.
       132-print-rate-schedule.
           if rate-schedules-on-file
               move res-account-id to rsch-account-id
               read rate-schedule-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to schedules-read
                       move "Rate schedule........:" to stmt-p-label
                       perform 134-print-one-step
                           varying rate-step-sub from 1 by 1
                           until rate-step-sub > rsch-step-count
                       move "Balance tiers........:" to stmt-t-label
                       perform 136-print-one-tier
                           varying rate-step-sub from 1 by 1
                           until rate-step-sub > rsch-tier-count
               end-read
           end-if.

       134-print-one-step.
           if rsch-step-from-year(rate-step-sub)
                   not > res-number-of-years
               move res-number-of-years to rate-step-to-year
               if rate-step-sub < rsch-step-count
                   if rsch-step-from-year(rate-step-sub + 1)
                           not > res-number-of-years
                       compute rate-step-to-year =
                           rsch-step-from-year(rate-step-sub + 1) - 1
                   end-if
               end-if
               move rsch-step-from-year(rate-step-sub)
                   to stmt-p-from-year
               move rate-step-to-year to stmt-p-to-year
               move rsch-step-rate(rate-step-sub) to stmt-p-rate
               move stmt-step-line to statement-record
               write statement-record
               add 1 to statement-lines-written
               move spaces to stmt-p-label
           end-if.

       136-print-one-tier.
           move rsch-tier-floor(rate-step-sub) to stmt-t-floor
           move rsch-tier-rate(rate-step-sub) to stmt-t-rate
           move stmt-tier-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move spaces to stmt-t-label.

       140-print-projected-values.
           move res-future-value to stmt-m-future
           move res-currency-code to stmt-m-currency
           move stmt-value-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move res-future-value-base to stmt-m-base-future
           move stmt-base-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-blank-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

      * Adds one account into its currency's line of the statement
      * summary, opening the line the first time the currency appears
       150-add-to-currency-summary.
           move "N" to currency-found-switch
           perform 152-match-one-currency
               varying statement-currency-sub from 1 by 1
               until currency-entry-found
                   or statement-currency-sub > statement-currency-count

           if not currency-entry-found
               if statement-currency-count
                       >= statement-currency-maximum
                   display "WARNING: statement for " current-group-key
                       " holds too many currencies - summary is "
                       "incomplete"
               else
                   add 1 to statement-currency-count
                   move statement-currency-count
                       to statement-currency-match
                   move res-currency-code
                       to stc-currency-code(statement-currency-match)
                   move zero
                       to stc-account-count(statement-currency-match)
                   move zero
                       to stc-future-value(statement-currency-match)
                   move zero to
                       stc-future-value-base(statement-currency-match)
                   set currency-entry-found to true
               end-if
           end-if

           if currency-entry-found
               add 1 to stc-account-count(statement-currency-match)
               add res-future-value
                   to stc-future-value(statement-currency-match)
               add res-future-value-base
                   to stc-future-value-base(statement-currency-match)
           end-if
           add res-future-value-base to statement-base-total.

       152-match-one-currency.
           if stc-currency-code(statement-currency-sub)
                   = res-currency-code
               move statement-currency-sub to statement-currency-match
               set currency-entry-found to true
           end-if.

      * The foot of every statement: each currency the client holds
      * with its projected value in that currency and in base, then
      * the whole statement in base
       160-print-statement-summary.
           move stmt-summary-title-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           move stmt-summary-heading-line to statement-record
           write statement-record
           add 1 to statement-lines-written
           perform 162-print-one-currency-line
               varying statement-currency-sub from 1 by 1
               until statement-currency-sub > statement-currency-count
           move statement-base-total to stmt-s-total-base
           move stmt-summary-total-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

       162-print-one-currency-line.
           move stc-currency-code(statement-currency-sub)
               to stmt-s-currency
           move stc-account-count(statement-currency-sub)
               to stmt-s-count
           move stc-future-value(statement-currency-sub)
               to stmt-s-future
           move stc-future-value-base(statement-currency-sub)
               to stmt-s-base-future
           move stmt-summary-line to statement-record
           write statement-record
           add 1 to statement-lines-written.

      * Finds this account's section on the schedule file and copies
      * its lines onto the statement.  The sections arrive in results
      * extract order, but statements print in client order, so a
      * section not found ahead of the last one copied is looked for
      * once more from the top of the file.
       200-copy-schedule-section.
           move "N" to schedule-found-switch
           perform 210-scan-for-section
               until schedule-section-found
                   or end-of-schedule-file

           if not schedule-section-found
               perform 205-rewind-schedule-file
               perform 210-scan-for-section
                   until schedule-section-found
                       or end-of-schedule-file
           end-if

           if schedule-section-found
               add 1 to schedules-copied
               move "N" to schedule-section-switch
               add 1 to schedules-missing
               move stmt-no-schedule-line to statement-record
               write statement-record
               add 1 to statement-lines-written
           end-if.

       205-rewind-schedule-file.
           close schedule-file
           open input schedule-file
           if schedule-file-status-code not = "00"
               display "Unable to reopen schedule file SCHEDOUT - "
                   "status " schedule-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move "N" to schedule-file-switch.

       210-scan-for-section.
           read schedule-file
               at end
                   set end-of-schedule-file to true
               not at end
                   add 1 to schedule-lines-read
           end-read

           if not end-of-schedule-file
           read schedule-file
               at end
                   set end-of-schedule-file to true
               not at end
                   add 1 to schedule-lines-read
           end-read

           if not end-of-schedule-file
               else
                   move schedule-record to statement-record
                   write statement-record
                   add 1 to statement-lines-written
               end-if
           end-if.

           move cycle-hist-status to cycl-hist-status
           move "C" to cycl-stmt-status
           move cycle-rcon-status to cycl-rcon-status
           move cycle-glif-status to cycl-glif-status
           move cycle-ack-status to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

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

           move "STMT2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the schedule
      * file counts every line scanned, including a rescan from the
      * top, and the keyed files count the records found
       920-load-file-statistics.
           move "ALMOUT" to stat-file-name
           move results-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ACCTMST" to stat-file-name
           move accounts-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "CLNTMST" to stat-file-name
           move clients-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RATESCHD" to stat-file-name
           move schedules-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "SCHEDOUT" to stat-file-name
           move schedule-lines-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "STMTOUT" to stat-file-name
           move zero to stat-file-read
           move statement-lines-written to stat-file-written
           perform 912-add-file-statistics.
