      * 2026.09.03  gd  Initial version: retrieval report off the
      *                 history archive by account id and optional
      *                 date range.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 archive records read.

       environment division.

               organization is line sequential
               file status is retrieval-report-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       fd  retrieval-report.
       01  retrieval-report-record        pic x(80).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * Report line layouts - built in working-storage, then moved to
           05  request-to-date             pic 9(8).
           05  records-found               pic 9(6)  value zero.

      * Record count for the run statistics
       01  file-record-counters.
           05  archive-records-read        pic 9(7)  value zero.

      * Fields used to build the report's dates
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  archive-file-switch        pic x     value "N".
               88  end-of-archive-file    value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  retrieval-parameter-status-code pic xx.
       77  archive-file-status-code       pic xx.
       77  retrieval-report-status-code   pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-retrieve-history.
           display "Retrieving archived projection history".

           perform 900-start-run-statistics

           perform 010-read-retrieval-parameter

           open input archive-file
               display "Unable to open history archive HISTARCH - "
                   "status " archive-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           close archive-file
           close retrieval-report

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

                   "RTRVPARM - status "
                   retrieval-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

                   display "Retrieval parameter file RTRVPARM is "
                       "empty"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           close retrieval-parameter-file
           if parm-account-id = spaces
               display "Retrieval request must name an account id"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move parm-account-id to request-account-id
           read archive-file
               at end
                   set end-of-archive-file to true
               not at end
                   add 1 to archive-records-read
           end-read.

      * Reports one archived record when it answers the request
           write retrieval-report-record
           move rtrv-total-line to retrieval-report-record
           write retrieval-report-record.

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

           move "RTRV2000" to rst-program-id
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

      * Stages the archive's count onto the record.  A retrieval is
      * asked for by an auditor, not run by the nightly chain, so it
      * belongs to no cycle and its cycle number stays zero.
       920-load-file-statistics.
           move "HISTARCH" to stat-file-name
           move archive-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
