      *                 work file now goes through an input procedure
      *                 that absorbs the header and refuses the wrong
      *                 night's file or one already summarized.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 work file records read.

       environment division.

               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * Report line layouts - built in working-storage, then moved to
           05  cycle-hist-status           pic x.
           05  cycle-stmt-status           pic x.
           05  cycle-rcon-status           pic x.
           05  cycle-glif-status           pic x.
           05  cycle-ack-status            pic x.

      * Group accumulators for the currency the break is sitting in
       01  break-fields.
           05  grand-base-value            pic s9(12)v99 value zero.
           05  grand-share                 pic 9(3)v99.

      * Record count for the run statistics
       01  file-record-counters.
           05  work-records-read           pic 9(7)  value zero.

      * Each finished group is also held here so the recap can work
      * out shares once the grand total is known
       01  recap-table-fields.
           05  summary-work-switch        pic x     value "N".
               88  end-of-summary-work    value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  summary-work-status-code       pic xx.
       77  summary-report-status-code     pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-summarize-portfolio.
           display "Building portfolio summary by currency".

           perform 900-start-run-statistics

      * Nothing is summarized until the work file is proven to be
      * tonight's and not yet consumed
           perform 008-verify-cycle-control
           close summary-report
           perform 310-mark-cycle-consumed

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

               display "CURRWORK for cycle " cycle-run-number
                   " already summarized - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

           move cycle-hist-status to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
           move cycle-rcon-status to cycl-rcon-status
           move cycle-glif-status to cycl-glif-status
           move cycle-ack-status to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

               display "Unable to open summary work file CURRWORK - "
                   "status " summary-work-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   display "Summary work file CURRWORK is empty - no "
                       "cycle header"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to work-records-read
           move summary-work-record to cycle-header-line

           if not cycle-header-id
               display "Summary work file CURRWORK carries no cycle "
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

           read summary-work-file
               at end
                   set end-of-summary-work to true
               not at end
                   add 1 to work-records-read
           end-read.

       130-release-one-record.
           move grand-share to summ-r-share
           move summ-recap-line to summary-report-record
           write summary-report-record.

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

           move "SUMM2000" to rst-program-id
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

      * Stages the work file's count onto the record; the summary
      * writes nothing but its printed report
       920-load-file-statistics.
           move "CURRWORK" to stat-file-name
           move work-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
