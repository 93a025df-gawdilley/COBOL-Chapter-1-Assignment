      *                 night's extract, or one this job already
      *                 posted, is refused instead of rewriting the
      *                 history master.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.

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

      * Movement counters
       01  movement-counters.
           05  accounts-dropped            pic 9(5)  value zero.
           05  accounts-flipped            pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  extract-records-read        pic 9(7)  value zero.
           05  history-records-read        pic 9(7)  value zero.

      * Fields used to build the report's run date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  history-master-switch      pic x     value "N".
               88  end-of-history-master  value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  history-extract-status-code    pic xx.
       77  history-master-status-code     pic xx.
       77  movement-report-status-code    pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-post-projection-history.
           display "Posting projection history and comparing runs".

           perform 900-start-run-statistics

           open input history-extract
           if history-extract-status-code not = "00"
               display "Unable to open history extract HISTOUT - "
                   "status " history-extract-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           close history-master
           close movement-report

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

               display "HISTOUT for cycle " cycle-run-number
                   " already posted - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

                   display "History extract HISTOUT is empty - no "
                       "cycle header"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to extract-records-read
           move history-extract-record to cycle-header-line

           if not cycle-header-id
               display "History extract HISTOUT carries no cycle "
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

           move "C" to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
           move cycle-rcon-status to cycl-rcon-status
           move cycle-glif-status to cycl-glif-status
           move cycle-ack-status to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

               display "Unable to open history master file HISTMST - "
                   "status " history-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

           read history-extract
               at end
                   set end-of-history-extract to true
               not at end
                   add 1 to extract-records-read
           end-read.

      * Finds the account's prior run, posts tonight's record to the
           read history-master next record
               at end
                   set end-of-history-master to true
               not at end
                   add 1 to history-records-read
           end-read

           if not end-of-history-master
           read history-master next record
               at end
                   set end-of-history-master to true
               not at end
                   add 1 to history-records-read
           end-read

           if not end-of-history-master
           read history-master next record
               at end
                   set end-of-history-master to true
               not at end
                   add 1 to history-records-read
           end-read

           if not end-of-history-master
           write movement-report-record
           move move-total-line to movement-report-record
           write movement-report-record.

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

           move "HIST2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the history
      * master counts every record its sweeps read
       920-load-file-statistics.
           move "HISTOUT" to stat-file-name
           move extract-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "HISTMST" to stat-file-name
           move history-records-read to stat-file-read
           move results-posted to stat-file-written
           perform 912-add-file-statistics.
