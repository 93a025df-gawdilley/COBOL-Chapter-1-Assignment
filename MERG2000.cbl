      * 2026.08.22  gd  Stop with the report withheld when a partial
      *                 report file will not open - a mis-pointed
      *                 file was spinning the copy loop forever.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 lines copied off each partial report.

       environment division.

               organization is line sequential
               file status is merged-report-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       fd  merged-report.
       01  merged-report-record           pic x(80).

      * Nightly cycle control record - read only, for the number of
      * the cycle the partitions ran under
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * The control record being verified, in the shared layout
           05  merged-grand-total          pic s9(11)v99 value zero.
           05  merged-account-count        pic 9(7)      value zero.

      * Record counts for the run statistics - lines copied off each
      * partial report, and lines on the merged one
       01  file-record-counters.
           05  partial-lines-read          pic 9(7)  value zero
                                            occurs 4 times.
           05  merged-lines-written        pic 9(7)  value zero.
           05  stat-partition-number       pic 99.

      * Fields used to build the report's run date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  partial-report-switch      pic x     value "N".
               88  end-of-partial-report  value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  merge-parameter-status-code    pic xx.
       77  control-file-status-code       pic xx.
       77  report-file-status-code        pic xx.
       77  merged-report-status-code      pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-merge-partition-reports.
           display "Consolidating partitioned run".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 010-read-merge-parameter

           open output merged-report
               move failed-partition to mrg-e-number
               move mrg-error-line to merged-report-record
               write merged-report-record
               add 1 to merged-lines-written
               close merged-report
               display "Merge stopped - partition not complete"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if


           close merged-report

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

               display "Unable to open merge parameter file MRGPARM - "
                   "status " merge-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   or mrg-partition-count-n > 4
               display "Merge parameter must name 1 to 4 partitions"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move mrg-partition-count-n to expected-partitions.

      * The cycle the partitions ran under, for the run statistics:
      * the one calc2000 opened today on the run-control file
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

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           perform 018-build-run-date
           move mrg-header-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written
           move mrg-blank-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written.

      * Checks one partition's control record: it must exist, be
      * marked complete, and carry this partition's number
           move partition-index to mrg-b-number
           move mrg-blank-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written
           move mrg-banner-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written

           move "N" to partial-report-switch
           evaluate partition-index
           move partition-index to mrg-m-number
           move mrg-missing-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written
           close merged-report
           display "Merge stopped - partition report file missing"
           move 16 to return-code
           perform 910-write-run-statistics
           stop run.

      * One copy paragraph per partial report file
               at end
                   set end-of-partial-report to true
               not at end
                   add 1 to partial-lines-read(1)
                   move report-record-1 to merged-report-record
                   write merged-report-record
                   add 1 to merged-lines-written
           end-read.

       220-copy-report-2.
               at end
                   set end-of-partial-report to true
               not at end
                   add 1 to partial-lines-read(2)
                   move report-record-2 to merged-report-record
                   write merged-report-record
                   add 1 to merged-lines-written
           end-read.

       230-copy-report-3.
               at end
                   set end-of-partial-report to true
               not at end
                   add 1 to partial-lines-read(3)
                   move report-record-3 to merged-report-record
                   write merged-report-record
                   add 1 to merged-lines-written
           end-read.

       240-copy-report-4.
               at end
                   set end-of-partial-report to true
               not at end
                   add 1 to partial-lines-read(4)
                   move report-record-4 to merged-report-record
                   write merged-report-record
                   add 1 to merged-lines-written
           end-read.

      * Writes the true grand total - the partition totals combined;
           move merged-grand-total to mrg-t-future
           move mrg-blank-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written
           move mrg-total-line to merged-report-record
           write merged-report-record
           add 1 to merged-lines-written
           display "Partitions merged..: " expected-partitions
           display "Accounts combined..: " merged-account-count.

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

           move "MERG2000" to rst-program-id
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

      * Stages each partial report's lines read, then the merged
      * report's lines written, onto the record
       920-load-file-statistics.
           perform 925-add-partial-report
               varying stat-partition-number from 1 by 1
               until stat-partition-number > expected-partitions
                   or stat-partition-number > 4

           move "RPTMRG" to stat-file-name
           move zero to stat-file-read
           move merged-lines-written to stat-file-written
           perform 912-add-file-statistics.

       925-add-partial-report.
           move spaces to stat-file-name
           string "RPTPT" stat-partition-number
               delimited by size into stat-file-name
           move partial-lines-read(stat-partition-number)
               to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
