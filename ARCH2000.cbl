      *                 records older than the ARCHPARM retention
      *                 days, with a report of what was read, kept,
      *                 and archived.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle opened today, with the history
      *                 records read and archived.

       environment division.

               organization is line sequential
               file status is archive-report-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       fd  archive-report.
       01  archive-report-record          pic x(80).

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

      * Report line layouts - built in working-storage, then moved to
           05  history-master-switch      pic x     value "N".
               88  end-of-history-master  value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  archive-parameter-status-code  pic xx.
       77  history-master-status-code     pic xx.
       77  archive-file-status-code       pic xx.
       77  archive-report-status-code     pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-archive-history.
           display "Archiving aged projection history".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 010-read-retention-parameter

           open i-o history-master
               display "Unable to open history master file HISTMST - "
                   "status " history-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           display "Records read.......: " records-read
           display "Records kept.......: " records-kept
           display "Records archived...: " records-archived
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle whose history the archive follows, for the run
      * statistics: the one calc2000 opened today on the run-control
      * file; a run on a day no cycle opened records none
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

      * Reads and edits the retention period; a zero retention would
      * empty the master, so it is refused as a keying error
       010-read-retention-parameter.
               display "Unable to open archive parameter file "
                   "ARCHPARM - status " archive-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   display "Archive parameter file ARCHPARM is empty"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           close archive-parameter-file
                   or parm-retention-days-n = zero
               display "Retention days must be numeric and non-zero"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move parm-retention-days-n to retention-days
           write archive-report-record
           move arch-total-line to archive-report-record
           write archive-report-record.

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

           move "ARCH2000" to rst-program-id
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

      * Stages each data file's counts onto the record; a record
      * rolled off the master counts as written on both files
       920-load-file-statistics.
           move "HISTMST" to stat-file-name
           move records-read to stat-file-read
           move records-archived to stat-file-written
           perform 912-add-file-statistics

           move "HISTARCH" to stat-file-name
           move zero to stat-file-read
           move records-archived to stat-file-written
           perform 912-add-file-statistics.
