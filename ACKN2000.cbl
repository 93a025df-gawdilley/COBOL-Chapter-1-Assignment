       identification division.
      * Program info
       program-id. ackn2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program closes the loop on the results extract: the
      * asset-liability system returns an acknowledgment for each
      * ALMOUT it loads, one accept or reject line per account and
      * the totals its load took.  The acknowledgment is matched
      * against the ALMOUT it answers by the cycle header run number,
      * every rejected, missing, or unexpected account is reported,
      * the load totals are proven against what was sent, and the
      * rejected results are written to a resend file for the next
      * night's transmission - so a reject is known the morning
      * after, not when ALM calls days later.

      * Modification history
      * 2026.10.15  gd  Initial version: ALMACK matched against ALMOUT
      *                 through one sort by account, exceptions and
      *                 load totals on ACKNRPT, rejects to ALMRSND,
      *                 and the ALM feed marked acknowledged on
      *                 CYCLCTL.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.

       environment division.

       input-output section.

       file-control.
           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select results-file assign to "ALMOUT"
               organization is line sequential
               file status is results-file-status-code.

           select acknowledgment-file assign to "ALMACK"
               organization is line sequential
               file status is acknowledgment-status-code.

           select resend-file assign to "ALMRSND"
               organization is line sequential
               file status is resend-file-status-code.

           select acknowledgment-report assign to "ACKNRPT"
               organization is line sequential
               file status is acknowledgment-rpt-status-code.

           select match-sort-file assign to "SORTWK01".

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Nightly cycle control record - the acknowledgment is only
      * taken once per cycle, and marks the ALM feed when it is
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Results extract - the ALMOUT the acknowledgment answers,
      * behind the cycle header calc2000 stamped on it; each record
      * is carried through the sort as an image
       fd  results-file.
       01  results-file-record            pic x(79).

      * Acknowledgment from the asset-liability system - a header
      * naming the cycle it answers, then one line per account
       fd  acknowledgment-file.
       01  ack-header-record.
           copy "alm-ack-header-record.cpy".
       01  ack-detail-record.
           copy "alm-ack-detail-record.cpy".

      * Resend file - the ALMOUT cycle header, then every rejected
      * account's results record exactly as it was first sent
       fd  resend-file.
       01  resend-record                  pic x(79).

      * Acknowledgment report - one fixed-length line per WRITE
       fd  acknowledgment-report.
       01  acknowledgment-report-record   pic x(80).

      * Sort work - ALMOUT records and acknowledgment lines together
      * by account, the ALMOUT record ahead of its acknowledgments
       sd  match-sort-file.
       01  match-sort-record.
           05  srt-account-id              pic x(10).
           05  srt-source-kind             pic x.
               88  srt-from-results        value "1".
               88  srt-from-acknowledgment value "2".
           05  srt-load-result             pic x.
           05  srt-reject-code             pic x(4).
           05  srt-reject-reason           pic x(40).
           05  srt-results-image           pic x(79).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * The cycle header read off the front of ALMOUT, checked
      * against the run-control record and the acknowledgment
       01  cycle-header-line.
           copy "cycle-header-record.cpy".

      * The results record of the account being matched, opened
      * back up from its sort image
       01  results-record.
           copy "projection-result-record.cpy".

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

      * The load totals off the acknowledgment header
       01  ack-header-fields.
           05  ack-loaded-count            pic 9(7).
           05  ack-rejected-count          pic 9(7).
           05  ack-loaded-base-total       pic s9(12)v99.

      * What the account being matched turned up in the sort
       01  match-fields.
           05  match-account-id            pic x(10).
           05  match-ack-lines             pic 9(3).
           05  match-reject-code           pic x(4).
           05  match-reject-reason         pic x(40).

      * Counts and totals across the match
       01  acknowledgment-figures.
           05  almout-count                pic 9(7)      value zero.
           05  almout-base-total           pic s9(12)v99 value zero.
           05  ack-line-count              pic 9(7)      value zero.
           05  unreadable-line-count       pic 9(7)      value zero.
           05  accepted-count              pic 9(7)      value zero.
           05  accepted-base-total         pic s9(12)v99 value zero.
           05  rejected-count              pic 9(7)      value zero.
           05  rejected-base-total         pic s9(12)v99 value zero.
           05  missing-count               pic 9(7)      value zero.
           05  unexpected-count            pic 9(7)      value zero.
           05  duplicate-count             pic 9(7)      value zero.
           05  resent-count                pic 9(7)      value zero.
           05  difference-amount           pic s9(12)v99.
           05  difference-count            pic s9(7).

      * Record counts for the run statistics
       01  file-record-counters.
           05  results-records-read        pic 9(7)  value zero.
           05  ack-records-read            pic 9(7)  value zero.
           05  resend-records-written      pic 9(7)  value zero.

      * Report line layouts - built in working-storage, then moved to
      * acknowledgment-report-record before each WRITE.
       01  ackn-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  ackn-program-name           pic x(10) value "ACKN2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  ackn-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  ackn-cycle-line.
           05  filler                      pic x(7)  value "Cycle: ".
           05  ackn-c-run-number           pic zzzzzz9.
           05  filler                      pic x(12) value
               "  Run date: ".
           05  ackn-c-run-date             pic x(10).
           05  filler                      pic x(44) value spaces.

       01  ackn-column-heading-line.
           05  filler                      pic x(11) value
               "Account ID".
           05  filler                      pic x(11) value
               "Exception".
           05  filler                      pic x(5)  value "Code".
           05  filler                      pic x(53) value "Reason".

       01  ackn-exception-line.
           05  ackn-e-account-id           pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  ackn-e-exception            pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  ackn-e-reject-code          pic x(4).
           05  filler                      pic x(1)  value spaces.
           05  ackn-e-reason               pic x(40).
           05  filler                      pic x(13) value spaces.

       01  ackn-none-line.
           05  filler                      pic x(41) value
               "No rejected, missing, or extra accounts.".
           05  filler                      pic x(39) value spaces.

       01  ackn-count-line.
           05  ackn-ct-label               pic x(30).
           05  ackn-ct-count               pic zzz,zz9.
           05  filler                      pic x(43) value spaces.

       01  ackn-load-heading-line.
           05  filler                      pic x(22) value
               "Load totals".
           05  filler                      pic x(8)  value
               "Accounts".
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(18) value
               "  Total Base Value".
           05  filler                      pic x(30) value spaces.

       01  ackn-load-line.
           05  ackn-l-source               pic x(22).
           05  ackn-l-count                pic zzz,zz9.
           05  filler                      pic x(1)  value spaces.
           05  ackn-l-base                 pic -zz,zzz,zzz,zz9.99.
           05  filler                      pic x(32) value spaces.

       01  ackn-count-error-line.
           05  filler                      pic x(4)  value "*** ".
           05  ackn-e-count-label          pic x(16).
           05  filler                      pic x(41) value
               "count differs from acknowledged lines by ".
           05  ackn-e-count-diff           pic -zzz,zz9.
           05  filler                      pic x(4)  value " ***".
           05  filler                      pic x(7)  value spaces.

       01  ackn-value-error-line.
           05  filler                      pic x(4)  value "*** ".
           05  filler                      pic x(43) value
               "Loaded base value differs from accepted by ".
           05  ackn-e-value-diff           pic -zz,zzz,zzz,zz9.99.
           05  filler                      pic x(4)  value " ***".
           05  filler                      pic x(11) value spaces.

       01  ackn-agree-line.
           05  filler                      pic x(47) value
               "*** ALM LOAD TOTALS AGREE WITH ALMACK LINES ***".
           05  filler                      pic x(33) value spaces.

       01  ackn-blank-line.
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

      * Switches
       01  program-switches.
           05  results-file-switch        pic x     value "N".
               88  end-of-results-file    value "Y".
           05  acknowledgment-switch      pic x     value "N".
               88  end-of-acknowledgment  value "Y".
           05  sorted-record-switch       pic x     value "N".
               88  end-of-sorted-records  value "Y".
           05  match-results-switch       pic x     value "N".
               88  match-on-results       value "Y".
           05  match-rejected-switch      pic x     value "N".
               88  match-rejected         value "Y".
           05  load-totals-switch         pic x     value "Y".
               88  load-totals-agree      value "Y".
               88  load-totals-disagree   value "N".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  cycle-control-status-code      pic xx.
       77  results-file-status-code       pic xx.
       77  acknowledgment-status-code     pic xx.
       77  resend-file-status-code        pic xx.
       77  acknowledgment-rpt-status-code pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-process-alm-acknowledgment.
           display "Matching the ALM acknowledgment against ALMOUT".

           perform 900-start-run-statistics

           perform 008-verify-cycle-control

           open output acknowledgment-report
           perform 020-write-report-header

      * The input procedure proves both files answer tonight's
      * cycle before anything reaches the sort
           sort match-sort-file
               on ascending key srt-account-id srt-source-kind
               input procedure is 100-release-feed-records
               output procedure is 200-match-accounts

           perform 300-write-report-totals
           perform 310-judge-load-totals

           close acknowledgment-report

           perform 320-mark-cycle-acknowledged

           if cycle-ack-status = "R"
               display "ALM exceptions found - see ACKNRPT"
           end-if
           display "Accounts sent................: " almout-count
           display "Accepted by the ALM load.....: " accepted-count
           display "Rejected by the ALM load.....: " rejected-count
           display "Not acknowledged.............: " missing-count
           display "Written to ALMRSND...........: " resent-count

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Reads tonight's cycle record: calc2000 must have written the
      * ALMOUT being answered, and the acknowledgment must not have
      * been taken already
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

           if cycle-ack-status = "C" or cycle-ack-status = "R"
               display "ALMOUT for cycle " cycle-run-number
                   " already acknowledged - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

      * Builds the report's dates
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into ackn-run-date.

      * Writes the report header, names the cycle being answered,
      * and heads the exception lines
       020-write-report-header.
           perform 018-build-run-date
           move ackn-header-line to acknowledgment-report-record
           write acknowledgment-report-record
           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record

           move cycle-run-number to ackn-c-run-number
           move cycle-run-date to cycle-date-yyyymmdd
           string cycle-date-mm  "/"
                  cycle-date-dd  "/"
                  cycle-date-yyyy
               delimited by size into ackn-c-run-date
           move ackn-cycle-line to acknowledgment-report-record
           write acknowledgment-report-record
           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record
           move ackn-column-heading-line
               to acknowledgment-report-record
           write acknowledgment-report-record
           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record.

      * ALMOUT must be tonight's file - answering the wrong night's
      * extract would prove nothing
       090-check-cycle-header.
           if not cycle-header-id
                   or cyc-run-number not = cycle-run-number
                   or cyc-run-date not = cycle-run-date
               display "ALMOUT is not from current cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       095-missing-cycle-header.
           display "Results extract ALMOUT is empty - no cycle header"
           move 16 to return-code
           perform 910-write-run-statistics
           stop run.

      * Feeds the sort: every ALMOUT account, then every
      * acknowledgment line
       100-release-feed-records.
           perform 102-release-results-file
           perform 106-release-acknowledgment-file.

      * The results extract, behind its cycle header; the header is
      * kept for the resend file
       102-release-results-file.
           open input results-file
           if results-file-status-code not = "00"
               display "Unable to open results extract ALMOUT - "
                   "status " results-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           read results-file
               at end
                   perform 095-missing-cycle-header
           end-read
           add 1 to results-records-read
           move results-file-record to cycle-header-line
           perform 090-check-cycle-header

           perform 104-release-one-result
               until end-of-results-file
           close results-file.

       104-release-one-result.
           read results-file into results-record
               at end
                   set end-of-results-file to true
           end-read
           if not end-of-results-file
               add 1 to results-records-read
               add 1 to almout-count
               add res-future-value-base to almout-base-total
               move spaces to match-sort-record
               move res-account-id to srt-account-id
               set srt-from-results to true
               move results-file-record to srt-results-image
               release match-sort-record
           end-if.

      * The acknowledgment, whose header must answer the cycle on
      * ALMOUT's header
       106-release-acknowledgment-file.
           open input acknowledgment-file
           evaluate acknowledgment-status-code
               when "00"
                   continue
               when "35"
                   display "No acknowledgment ALMACK has been "
                       "received for cycle " cycle-run-number
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
               when other
                   display "Unable to open acknowledgment ALMACK - "
                       "status " acknowledgment-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           read acknowledgment-file
               at end
                   display "Acknowledgment ALMACK is empty - "
                       "no header"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to ack-records-read
           if not alm-ack-header-id
               display "Acknowledgment ALMACK does not start with "
                   "its header - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           if akh-cycle-run-number not = cyc-run-number
                   or akh-cycle-run-date not = cyc-run-date
               display "ALMACK answers cycle " akh-cycle-run-number
                   " but ALMOUT is cycle " cyc-run-number
                   " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move akh-loaded-count to ack-loaded-count
           move akh-rejected-count to ack-rejected-count
           move akh-loaded-base-total to ack-loaded-base-total

           perform 108-release-one-ack-line
               until end-of-acknowledgment
           close acknowledgment-file.

      * A line that is not a detail record cannot be matched to an
      * account; it is counted on the report instead
       108-release-one-ack-line.
           read acknowledgment-file
               at end
                   set end-of-acknowledgment to true
           end-read
           if not end-of-acknowledgment
               add 1 to ack-records-read
               if alm-ack-detail-id
                   add 1 to ack-line-count
                   move spaces to match-sort-record
                   move akd-account-id to srt-account-id
                   set srt-from-acknowledgment to true
                   move akd-load-result to srt-load-result
                   move akd-reject-code to srt-reject-code
                   move akd-reject-reason to srt-reject-reason
                   release match-sort-record
               else
                   add 1 to unreadable-line-count
               end-if
           end-if.

      * Takes the sorted records back an account at a time; the
      * resend file opens behind the same cycle header ALMOUT carried
       200-match-accounts.
           open output resend-file
           move cycle-header-line to resend-record
           write resend-record
           add 1 to resend-records-written

           perform 205-return-sorted-record
           perform 210-match-one-account
               until end-of-sorted-records

           close resend-file.

       205-return-sorted-record.
           return match-sort-file
               at end
                   set end-of-sorted-records to true
           end-return.

      * Gathers everything the sort holds for one account, then
      * judges it
       210-match-one-account.
           move srt-account-id to match-account-id
           move zero to match-ack-lines
           move "N" to match-results-switch
           move "N" to match-rejected-switch
           move spaces to match-reject-code
           move spaces to match-reject-reason

           perform 215-absorb-sorted-record
               until end-of-sorted-records
                   or srt-account-id not = match-account-id

           perform 220-judge-one-account.

      * An account is only taken as loaded when every line for it
      * says accepted; a reject, or a result the ALM side did not
      * spell as A or R, keeps it for the resend
       215-absorb-sorted-record.
           if srt-from-results
               set match-on-results to true
               move srt-results-image to results-record
           else
               add 1 to match-ack-lines
               evaluate srt-load-result
                   when "A"
                       continue
                   when "R"
                       if not match-rejected
                           set match-rejected to true
                           move srt-reject-code to match-reject-code
                           move srt-reject-reason
                               to match-reject-reason
                       end-if
                   when other
                       if not match-rejected
                           set match-rejected to true
                           move spaces to match-reject-code
                           move "Load result not recognized"
                               to match-reject-reason
                       end-if
               end-evaluate
           end-if

           perform 205-return-sorted-record.

       220-judge-one-account.
           if match-ack-lines > 1
               add 1 to duplicate-count
           end-if

           evaluate true
               when not match-on-results
                   add 1 to unexpected-count
                   move "EXTRA" to ackn-e-exception
                   move spaces to ackn-e-reject-code
                   move "Acknowledged but not sent on ALMOUT"
                       to ackn-e-reason
                   perform 230-write-exception-line
               when match-ack-lines = zero
                   add 1 to missing-count
                   move "MISSING" to ackn-e-exception
                   move spaces to ackn-e-reject-code
                   move "Sent on ALMOUT but not acknowledged"
                       to ackn-e-reason
                   perform 230-write-exception-line
               when match-rejected
                   add 1 to rejected-count
                   add res-future-value-base to rejected-base-total
                   move "REJECTED" to ackn-e-exception
                   move match-reject-code to ackn-e-reject-code
                   move match-reject-reason to ackn-e-reason
                   perform 230-write-exception-line
                   perform 240-write-resend-record
               when other
                   add 1 to accepted-count
                   add res-future-value-base to accepted-base-total
           end-evaluate.

       230-write-exception-line.
           move match-account-id to ackn-e-account-id
           move ackn-exception-line to acknowledgment-report-record
           write acknowledgment-report-record.

      * The rejected account goes out again next night exactly as
      * it was first sent
       240-write-resend-record.
           move results-record to resend-record
           write resend-record
           add 1 to resend-records-written
           add 1 to resent-count.

      * Writes the match counts under the exception lines
       300-write-report-totals.
           if rejected-count = zero
                   and missing-count = zero
                   and unexpected-count = zero
               move ackn-none-line to acknowledgment-report-record
               write acknowledgment-report-record
           end-if
           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record

           move "Accounts sent on ALMOUT.....: " to ackn-ct-label
           move almout-count to ackn-ct-count
           perform 305-write-count-line
           move "Acknowledgment lines........: " to ackn-ct-label
           move ack-line-count to ackn-ct-count
           perform 305-write-count-line
           move "Accepted by the ALM load....: " to ackn-ct-label
           move accepted-count to ackn-ct-count
           perform 305-write-count-line
           move "Rejected by the ALM load....: " to ackn-ct-label
           move rejected-count to ackn-ct-count
           perform 305-write-count-line
           move "Sent but not acknowledged...: " to ackn-ct-label
           move missing-count to ackn-ct-count
           perform 305-write-count-line
           move "Acknowledged but not sent...: " to ackn-ct-label
           move unexpected-count to ackn-ct-count
           perform 305-write-count-line
           move "Acknowledged more than once.: " to ackn-ct-label
           move duplicate-count to ackn-ct-count
           perform 305-write-count-line
           move "Unreadable ALMACK lines.....: " to ackn-ct-label
           move unreadable-line-count to ackn-ct-count
           perform 305-write-count-line
           move "Written to ALMRSND to resend: " to ackn-ct-label
           move resent-count to ackn-ct-count
           perform 305-write-count-line

           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record.

       305-write-count-line.
           move ackn-count-line to acknowledgment-report-record
           write acknowledgment-report-record.

      * Proves the totals the ALM load reported against what its own
      * lines say it accepted and rejected - a load that took fewer
      * accounts, or less value, than it acknowledged is named with
      * the difference
       310-judge-load-totals.
           move ackn-load-heading-line to acknowledgment-report-record
           write acknowledgment-report-record

           move "ALMOUT sent" to ackn-l-source
           move almout-count to ackn-l-count
           move almout-base-total to ackn-l-base
           perform 315-write-load-line
           move "Accepted per ALMACK" to ackn-l-source
           move accepted-count to ackn-l-count
           move accepted-base-total to ackn-l-base
           perform 315-write-load-line
           move "Rejected per ALMACK" to ackn-l-source
           move rejected-count to ackn-l-count
           move rejected-base-total to ackn-l-base
           perform 315-write-load-line
           move "ALM load header" to ackn-l-source
           move ack-loaded-count to ackn-l-count
           move ack-loaded-base-total to ackn-l-base
           perform 315-write-load-line

           move ackn-blank-line to acknowledgment-report-record
           write acknowledgment-report-record

           if ack-loaded-count not = accepted-count
               set load-totals-disagree to true
               move "Loaded account" to ackn-e-count-label
               compute difference-count =
                   ack-loaded-count - accepted-count
               move difference-count to ackn-e-count-diff
               move ackn-count-error-line
                   to acknowledgment-report-record
               write acknowledgment-report-record
           end-if

           if ack-rejected-count not = rejected-count
               set load-totals-disagree to true
               move "Rejected account" to ackn-e-count-label
               compute difference-count =
                   ack-rejected-count - rejected-count
               move difference-count to ackn-e-count-diff
               move ackn-count-error-line
                   to acknowledgment-report-record
               write acknowledgment-report-record
           end-if

           if ack-loaded-base-total not = accepted-base-total
               set load-totals-disagree to true
               compute difference-amount =
                   ack-loaded-base-total - accepted-base-total
               move difference-amount to ackn-e-value-diff
               move ackn-value-error-line
                   to acknowledgment-report-record
               write acknowledgment-report-record
           end-if

           if load-totals-agree
               move ackn-agree-line to acknowledgment-report-record
               write acknowledgment-report-record
           end-if.

       315-write-load-line.
           move ackn-load-line to acknowledgment-report-record
           write acknowledgment-report-record.

      * Writes the cycle record back with the ALM feed marked
      * acknowledged - clean only when the load took every account
      * sent and its totals agree
       320-mark-cycle-acknowledged.
           if rejected-count = zero
                   and missing-count = zero
                   and unexpected-count = zero
                   and load-totals-agree
               move "C" to cycle-ack-status
           else
               move "R" to cycle-ack-status
           end-if

           open output cycle-control-file
           move cycle-run-number to cycl-run-number
           move cycle-run-date to cycl-run-date
           move cycle-calc-status to cycl-calc-status
           move cycle-ledg-status to cycl-ledg-status
           move cycle-summ-status to cycl-summ-status
           move cycle-hist-status to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
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

           move "ACKN2000" to rst-program-id
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

      * Stages each data file's counts onto the record, headers
      * included
       920-load-file-statistics.
           move "ALMOUT" to stat-file-name
           move results-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ALMACK" to stat-file-name
           move ack-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "ALMRSND" to stat-file-name
           move zero to stat-file-read
           move resend-records-written to stat-file-written
           perform 912-add-file-statistics.
