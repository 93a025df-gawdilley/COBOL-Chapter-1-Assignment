      *                 cleanup had to ration corrections for three
      *                 nights; a mass correction run cannot abend
      *                 this program any more.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle the recycle file feeds, with the
      *                 rate, correction, and suspense counts.

       environment division.

               record key is rate-key
               file status is rate-master-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       01  rate-master-record.
           copy "currency-rate-record.cpy".

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

      * The suspense record's original image, opened back up into the
           05  records-written-off         pic 9(5)  value zero.
           05  records-carried-forward     pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  rate-records-read           pic 9(7)  value zero.
           05  correction-records-read     pic 9(7)  value zero.

      * Fields used to build the report's run date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  maximum-fee-percentage      pic 99v99 value 10.00.
           05  maximum-tax-percentage      pic 99v99 value 50.00.

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  suspense-in-status-code        pic xx.
       77  rate-master-status-code        pic xx.
       77  correction-file-status-code    pic xx.
       77  recycle-file-status-code       pic xx.
       77  suspense-out-status-code       pic xx.
       77  correction-report-status-code  pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-correct-suspense.
           display "Working the exception suspense file".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 012-load-currency-rates

           open input suspense-in-file
               display "Unable to open suspense file SUSPFILE - "
                   "status " suspense-in-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               display "Unable to open correction file CORRTRAN - "
                   "status " correction-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           close suspense-out-file
           close correction-report

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle the recycled records feed, for the run statistics:
      * the one open on the run-control file if it opened today,
      * otherwise the next one, which calc2000 opens when it reads
      * the extract the recycle file goes into
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

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
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
           end-if.

           read rate-master
               at end
                   set end-of-rate-master to true
               not at end
                   add 1 to rate-records-read
           end-read.

      * A record dated after the run date is not yet in effect; a
                       display "Currency rate table is full - "
                           "raise the table limit"
                       move 16 to return-code
                       perform 910-write-run-statistics
                       stop run
                   end-if
                   add 1 to currency-rate-count
           read correction-file
               at end
                   set end-of-corrections to true
               not at end
                   add 1 to correction-records-read
           end-read.

       050-store-one-correction.
           write correction-report-record
           move corr-total-line to correction-report-record
           write correction-report-record.

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

           move "CORR2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the keyed
      * correction work file lives only for the run and, like a sort
      * work file, is not counted
       920-load-file-statistics.
           move "RATEMST" to stat-file-name
           move rate-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "CORRTRAN" to stat-file-name
           move correction-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "SUSPFILE" to stat-file-name
           move suspense-read-count to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RECYCLE" to stat-file-name
           move zero to stat-file-read
           move records-recycled to stat-file-written
           perform 912-add-file-statistics

           move "SUSPNEW" to stat-file-name
           move zero to stat-file-read
           move records-carried-forward to stat-file-written
           perform 912-add-file-statistics.
