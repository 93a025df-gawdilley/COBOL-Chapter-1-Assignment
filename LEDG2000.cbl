      *                 so back2000 can restore the master after a
      *                 bad night - the July mispriced extract was
      *                 rebuilt by hand from old reports.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read and written on each data file.
      * 2026.10.15  gd  Clear the journal record's backout kind, which
      *                 only back2000's reversals set.

       environment division.

               organization is line sequential
               file status is journal-file-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       01  journal-record.
           copy "ledger-journal-record.cpy".

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

      * Posting action counters
       01  posting-counters.
           05  accounts-updated            pic 9(5)  value zero.
           05  accounts-not-sent           pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  postings-read               pic 9(7)  value zero.
           05  ledger-records-read         pic 9(7)  value zero.
           05  journal-written             pic 9(7)  value zero.

      * Fields used to build the report's run date and to stamp the
      * master with the posting date
       01  current-date-fields.
           05  ledger-master-switch       pic x     value "N".
               88  end-of-ledger-master   value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  posting-file-status-code       pic xx.
       77  ledger-master-status-code      pic xx.
       77  posting-report-status-code     pic xx.
       77  cycle-control-status-code      pic xx.
       77  journal-file-status-code       pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-post-ledger.
           display "Posting projected values to ledger master".

           perform 900-start-run-statistics

           open input posting-file
           if posting-file-status-code not = "00"
               display "Unable to open posting extract file LEDGOUT - "
                   "status " posting-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           close journal-file
           close posting-report

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

               display "LEDGOUT for cycle " cycle-run-number
                   " already posted - run refused"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

                   display "Posting extract LEDGOUT is empty - no "
                       "cycle header"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           add 1 to postings-read
           move posting-record to cycle-header-line

           if not cycle-header-id
               display "Posting extract LEDGOUT carries no cycle "
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

           move cycle-hist-status to cycl-hist-status
           move cycle-stmt-status to cycl-stmt-status
           move cycle-rcon-status to cycl-rcon-status
           move cycle-glif-status to cycl-glif-status
           move cycle-ack-status to cycl-ack-status
           write cycle-control-record
           close cycle-control-file.

               display "Unable to open ledger master file LEDGMST - "
                   "status " ledger-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

           read posting-file
               at end
                   set end-of-posting-file to true
               not at end
                   add 1 to postings-read
           end-read.

      * Posts one extract account to the master: created on first
               invalid key
                   perform 110-add-ledger-account
               not invalid key
                   add 1 to ledger-records-read
                   perform 120-update-ledger-account
           end-read

           move ledger-future-value to jrnl-after-future-value
           move ledger-future-value-base to jrnl-after-value-base
           move ledger-last-posted-date to jrnl-after-posted-date
           move space to jrnl-backout-kind
           write journal-record
           add 1 to journal-written.

      * Writes one report line for a posted account
       140-write-posting-detail.
           read ledger-master next record
               at end
                   set end-of-ledger-master to true
               not at end
                   add 1 to ledger-records-read
           end-read

           if not end-of-ledger-master
           write posting-report-record
           move post-total-line to posting-report-record
           write posting-report-record.

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

           move "LEDG2000" to rst-program-id
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

      * Stages each data file's counts onto the record; the ledger
      * master counts the sweep for unsent accounts as reads too
       920-load-file-statistics.
           move "LEDGOUT" to stat-file-name
           move postings-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGMST" to stat-file-name
           move ledger-records-read to stat-file-read
           compute stat-file-written =
               accounts-added + accounts-updated
           perform 912-add-file-statistics

           move "LEDGJRNL" to stat-file-name
           move zero to stat-file-read
           move journal-written to stat-file-written
           perform 912-add-file-statistics.
