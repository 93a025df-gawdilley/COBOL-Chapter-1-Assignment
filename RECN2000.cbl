      *                 of LEDGOUT, CURRWORK, ALMOUT, HISTOUT, the
      *                 audit log, and the RPTOUT grand total, under
      *                 the same cycle verification as the consumers.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read on each file cross-footed.

       environment division.

               organization is line sequential
               file status is reconciliation-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       fd  reconciliation-report.
       01  reconciliation-record          pic x(80).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * The cycle header read off the front of each extract file,
           05  cycle-hist-status           pic x.
           05  cycle-stmt-status           pic x.
           05  cycle-rcon-status           pic x.
           05  cycle-glif-status           pic x.
           05  cycle-ack-status            pic x.

      * An audit line opened back up into calc2000's layout, so the
      * run date and status can be judged
           05  difference-amount           pic s9(12)v99.
           05  difference-count            pic s9(7).

      * Record counts for the run statistics
       01  file-record-counters.
           05  posting-records-read        pic 9(7)  value zero.
           05  summary-records-read        pic 9(7)  value zero.
           05  results-records-read        pic 9(7)  value zero.
           05  history-records-read        pic 9(7)  value zero.
           05  audit-lines-read            pic 9(7)  value zero.
           05  report-lines-read           pic 9(7)  value zero.

      * The source being cross-footed against the posting extract
       01  compare-fields.
           05  compare-source-name         pic x(9).
               88  night-balanced         value "Y".
               88  night-out-of-balance   value "N".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  cycle-control-status-code      pic xx.
       77  posting-file-status-code       pic xx.
       77  summary-work-status-code       pic xx.
       77  audit-file-status-code         pic xx.
       77  report-in-status-code          pic xx.
       77  reconciliation-status-code     pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-reconcile-night.
           display "Reconciling tonight's outputs".

           perform 900-start-run-statistics

           perform 008-verify-cycle-control

           perform 100-total-posting-file
               perform 310-mark-cycle-balanced
           end-if

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
           move cycle-run-date to cycle-run-date-x.
               display "Unable to open posting extract LEDGOUT - "
                   "status " posting-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   perform 095-missing-cycle-header
           end-read
           add 1 to posting-records-read
           move posting-record to cycle-header-line
           perform 090-check-cycle-header

                   set end-of-posting-file to true
           end-read
           if not end-of-posting-file
               add 1 to posting-records-read
               add 1 to ledgout-count
               add post-future-value-base to ledgout-base-total
           end-if.
               display "Unable to open summary work file CURRWORK - "
                   "status " summary-work-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   perform 095-missing-cycle-header
           end-read
           add 1 to summary-records-read
           move summary-work-record to cycle-header-line
           perform 090-check-cycle-header

                   set end-of-summary-work to true
           end-read
           if not end-of-summary-work
               add 1 to summary-records-read
               add 1 to currwork-count
               add sumw-future-value-base to currwork-base-total
           end-if.
               display "Unable to open results extract ALMOUT - "
                   "status " results-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   perform 095-missing-cycle-header
           end-read
           add 1 to results-records-read
           move results-record to cycle-header-line
           perform 090-check-cycle-header

                   set end-of-results-file to true
           end-read
           if not end-of-results-file
               add 1 to results-records-read
               add 1 to almout-count
               add res-future-value-base to almout-base-total
           end-if.
               display "Unable to open history extract HISTOUT - "
                   "status " history-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   perform 095-missing-cycle-header
           end-read
           add 1 to history-records-read
           move history-record to cycle-header-line
           perform 090-check-cycle-header

                   set end-of-history-file to true
           end-read
           if not end-of-history-file
               add 1 to history-records-read
               if hist-status-ok
                   add 1 to histout-ok-count
                   add hist-future-value-base to histout-base-total
               display "Unable to open audit log AUDITLOG - "
                   "status " audit-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   set end-of-audit-file to true
           end-read
           if not end-of-audit-file
               add 1 to audit-lines-read
               move audit-record to audit-scan-line
               if scan-audit-run-date = cycle-run-date-x
                       and scan-audit-status = "OK"
               display "Unable to open report file RPTOUT - "
                   "status " report-in-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   set end-of-report-file to true
           end-read
           if not end-of-report-file
               add 1 to report-lines-read
               move report-in-record to report-scan-line
               if scan-report-label
                       = "Grand Total Future Value (Base): "
               display "An input file is not from current cycle "
                   cycle-run-number " - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

       095-missing-cycle-header.
           display "An input file is empty - no cycle header"
           move 16 to return-code
           perform 910-write-run-statistics
           stop run.

      * One line per source with what it counted and totalled
           move cycle-hist-status to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
           move "C" to cycl-rcon-status
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

           move "RECN2000" to rst-program-id
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

      * Stages each file's records read onto the record, cycle
      * header and every line of the audit log and report included
       920-load-file-statistics.
           move zero to stat-file-written

           move "LEDGOUT" to stat-file-name
           move posting-records-read to stat-file-read
           perform 912-add-file-statistics

           move "CURRWORK" to stat-file-name
           move summary-records-read to stat-file-read
           perform 912-add-file-statistics

           move "ALMOUT" to stat-file-name
           move results-records-read to stat-file-read
           perform 912-add-file-statistics

           move "HISTOUT" to stat-file-name
           move history-records-read to stat-file-read
           perform 912-add-file-statistics

           move "AUDITLOG" to stat-file-name
           move audit-lines-read to stat-file-read
           perform 912-add-file-statistics

           move "RPTOUT" to stat-file-name
           move report-lines-read to stat-file-read
           perform 912-add-file-statistics.
