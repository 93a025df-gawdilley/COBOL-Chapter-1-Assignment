      *                 work file instead of a 200-entry table - a
      *                 mass cleanup can no longer abend the extract
      *                 that feeds the whole chain.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the number of the cycle the extract feeds.

       environment division.

               record key is recycled-account-id
               file status is recycled-id-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.
       01  recycled-id-record.
           05  recycled-account-id         pic x(10).

      * Nightly cycle control record - read only, for the number of
      * the cycle this extract feeds
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * Control record layouts - built in working-storage, then moved
           05  accounts-recycled           pic 9(5)  value zero.
           05  accounts-skipped-recycled   pic 9(5)  value zero.
           05  amount-hash-total           pic 9(13) value zero.
           05  extract-records-written     pic 9(5)  value zero.
           05  recycled-ids-written        pic 9(5)  value zero.
           05  recycled-ids-found          pic 9(5)  value zero.

      * Field used to date the extract header
       01  current-date-fields.
           05  recycled-match-switch      pic x     value "N".
               88  account-was-recycled   value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  account-master-status-code     pic xx.
       77  extract-file-status-code       pic xx.
       77  recycle-file-status-code       pic xx.
       77  recycled-id-status-code        pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-extract-accounts.
           display "Generating ACCTIN extract from account master".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           open input account-master
           if account-master-status-code not = "00"
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           display "Recycled corrected.: " accounts-recycled
           display "Closed, not sent...: " accounts-skipped-closed
           display "Sent via recycle...: " accounts-skipped-recycled
           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle this extract feeds, for the run statistics: the one
      * open on the run-control file if it opened today, otherwise
      * the next one, which calc2000 opens when it reads the extract
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

      * Dates and writes the header control record ahead of the
      * account records, so calc2000 can tell a stale extract from
      * today's
           move current-date-yyyymmdd to hdr-extract-date
           move "EXTR2000" to hdr-source-system
           move extract-header-line to extract-record
           write extract-record
           add 1 to extract-records-written.

      * Copies the recycle file, if corr2000 left one, into the front
      * of the extract; a nightly run with no corrections simply has
       050-merge-one-recycled-record.
           move recycle-record to extract-record
           write extract-record
           add 1 to extract-records-written
           add 1 to accounts-extracted
           add 1 to accounts-recycled
           if xtr-investment-amount numeric
           write recycled-id-record
               invalid key
                   continue
               not invalid key
                   add 1 to recycled-ids-written
           end-write

           perform 045-read-recycle-record.
           move accounts-extracted to trl-record-count
           move amount-hash-total to trl-amount-hash-total
           move extract-trailer-line to extract-record
           write extract-record
           add 1 to extract-records-written.

      * Reads the next account off the master
       060-read-master-record.
               move fee-percentage to xtr-fee-percentage
               move tax-percentage to xtr-tax-percentage
               write extract-record
               add 1 to extract-records-written
               add 1 to accounts-extracted
               add investment-amount to amount-hash-total
           end-evaluate
                   continue
               not invalid key
                   set account-was-recycled to true
                   add 1 to recycled-ids-found
           end-read.

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

           move "EXTR2000" to rst-program-id
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

      * Stages each data file's counts onto the record
       920-load-file-statistics.
           move "ACCTMST" to stat-file-name
           move accounts-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RECYCLE" to stat-file-name
           move accounts-recycled to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "RECYCIDS" to stat-file-name
           move recycled-ids-found to stat-file-read
           move recycled-ids-written to stat-file-written
           perform 912-add-file-statistics

           move "ACCTIN" to stat-file-name
           move zero to stat-file-read
           move extract-records-written to stat-file-written
           perform 912-add-file-statistics.
