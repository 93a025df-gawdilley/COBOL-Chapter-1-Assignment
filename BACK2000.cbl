      *                 one run date off the posting journal, with a
      *                 report of every account touched and the
      *                 backout itself journaled to its own file.
      * 2026.10.15  gd  BACKPARM names what to back out for the date:
      *                 the night's postings as before, or (R) the
      *                 month-end revaluation revl2000 journaled.
      * 2026.10.15  gd  Mark each backout record with what it backed
      *                 out, so glif2000 can feed the reversal to the
      *                 general ledger, and say so on BACKRPT.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle opened today, with the journal,
      *                 ledger, and backout journal counts.

       environment division.

               organization is line sequential
               file status is backout-report-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Backout parameter - the run date whose postings come back
      * out, and whether it is that night's postings (blank) or that
      * day's month-end revaluation (R)
       fd  backout-parameter-file.
       01  backout-parameter-record.
           05  parm-backout-date           pic x(8).
           05  parm-backout-date-n redefines parm-backout-date
                                            pic 9(8).
           05  parm-backout-kind           pic x.
               88  valid-backout-kind      value space "R".

       fd  journal-file.
       01  journal-record.
                   ==jrnl-action-add== by ==back-action-add==
                   ==jrnl-action-update== by ==back-action-update==
                   ==jrnl-action-backout== by ==back-action-backout==
                   ==jrnl-action-revalue== by ==back-action-revalue==
                   ==jrnl-account-id== by ==back-account-id==
                   ==jrnl-before-future-value== by
                       ==back-before-future-value==
                   ==jrnl-after-value-base== by
                       ==back-after-value-base==
                   ==jrnl-after-posted-date== by
                       ==back-after-posted-date==
                   ==jrnl-backout-kind== by ==back-backout-kind==
                   ==jrnl-backout-of-posting== by
                       ==back-backout-of-posting==
                   ==jrnl-backout-of-revaluation== by
                       ==back-backout-of-revaluation==.

      * Backout report - one fixed-length line per WRITE
       fd  backout-report.
       01  backout-report-record          pic x(80).

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
           05  filler                      pic x(25) value
               "Backing out run dated: ".
           05  back-t-target-date          pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  back-t-target-kind          pic x(20).
           05  filler                      pic x(24) value spaces.

       01  back-gl-line.
           05  filler                      pic x(46) value
               "Reversals feed the general ledger on the next ".
           05  filler                      pic x(18) value
               "GLIF2000 run.".
           05  filler                      pic x(16) value spaces.

       01  back-detail-line.
           05  back-d-account-id           pic x(10).
           05  accounts-removed            pic 9(5)  value zero.
           05  accounts-skipped            pic 9(5)  value zero.

      * Record count for the run statistics
       01  file-record-counters.
           05  journal-records-read        pic 9(7)  value zero.

      * The run date being backed out, and which of its journal
      * records
       01  backout-target-fields.
           05  backout-target-date         pic 9(8).
           05  backout-target-kind         pic x.
               88  backing-out-revaluation value "R".

      * Fields used to build the report's dates
       01  current-date-fields.
           05  journal-file-switch        pic x     value "N".
               88  end-of-journal-file    value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  backout-parameter-status-code  pic xx.
       77  journal-file-status-code       pic xx.
       77  ledger-master-status-code      pic xx.
       77  backout-journal-status-code    pic xx.
       77  backout-report-status-code     pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

       000-back-out-run.
           display "Backing a posting run out of the ledger master".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

           perform 010-read-backout-parameter

           open input journal-file
               display "Unable to open posting journal LEDGJRNL - "
                   "status " journal-file-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               move 16 to return-code
           end-if

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle the backout runs in, for the run statistics: the one
      * calc2000 opened today on the run-control file; a backout on a
      * day no cycle opened records none
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

      * Reads and edits the run date to back out; a backout must
      * name its target exactly
       010-read-backout-parameter.
               display "Unable to open backout parameter file "
                   "BACKPARM - status " backout-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

               at end
                   display "Backout parameter file BACKPARM is empty"
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-read
           close backout-parameter-file
                   or parm-backout-date-n = zero
               display "Backout run date must be a numeric yyyymmdd"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           if not valid-backout-kind
               display "Backout kind must be blank for a posting run "
                   "or R for a revaluation"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if
           move parm-backout-date-n to backout-target-date
           move parm-backout-kind to backout-target-kind.

      * Opens the ledger master for update; a missing master means
      * there is nothing to back out of
               display "Unable to open ledger master file LEDGMST - "
                   "status " ledger-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if.

                  target-date-dd  "/"
                  target-date-yyyy
               delimited by size into back-t-target-date
           if backing-out-revaluation
               move "(FX revaluation)" to back-t-target-kind
           else
               move "(posting run)" to back-t-target-kind
           end-if
           move back-target-line to backout-report-record
           write backout-report-record
           move back-gl-line to backout-report-record
           write backout-report-record
           move back-blank-line to backout-report-record
           write backout-report-record.

           read journal-file
               at end
                   set end-of-journal-file to true
               not at end
                   add 1 to journal-records-read
           end-read.

      * Only the named run's adds and updates - or its revaluation
      * records - come back out; other dates, the other kind, and
      * earlier backout records stream past untouched
       100-process-one-journal-record.
           if jrnl-run-date = backout-target-date
                   and ((not backing-out-revaluation
                           and (jrnl-action-add or jrnl-action-update))
                     or (backing-out-revaluation
                           and jrnl-action-revalue))
               add 1 to journal-matched-count
               move jrnl-account-id to ledger-account-id
               read ledger-master

      * Journals the backout itself: before is what the master holds
      * now, after is the image being restored (zeros for a remove),
      * so the audit trail survives the undo.  The kind lets glif2000
      * reverse it in the general ledger as a liability or an FX
      * revaluation movement.
       150-journal-the-backout.
           move current-date-yyyymmdd to back-run-date
           move jrnl-cycle-run-number to back-cycle-run-number
               move jrnl-before-posted-date
                   to back-after-posted-date
           end-if
           if backing-out-revaluation
               move "R" to back-backout-kind
           else
               move "P" to back-backout-kind
           end-if
           write backout-journal-record.

      * Writes the backout counts at the end of the report
           write backout-report-record
           move back-total-line to backout-report-record
           write backout-report-record.

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

           move "BACK2000" to rst-program-id
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

      * Stages each data file's counts onto the record; every account
      * restored or removed is rewritten or deleted on the master and
      * journaled once on the backout journal
       920-load-file-statistics.
           move "LEDGJRNL" to stat-file-name
           move journal-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGMST" to stat-file-name
           move journal-matched-count to stat-file-read
           compute stat-file-written =
               accounts-restored + accounts-removed
           perform 912-add-file-statistics

           move "BACKJRNL" to stat-file-name
           move zero to stat-file-read
           compute stat-file-written =
               accounts-restored + accounts-removed
           perform 912-add-file-statistics.
