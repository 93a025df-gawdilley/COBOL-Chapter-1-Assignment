       identification division.
      * Program info
       program-id. aprv2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program lists the held-for-approval file: every change
      * mntn2000 or rate2000 parked for a second user that nobody has
      * approved or rejected yet, with who keyed it and how long it
      * has waited, so a held change is chased instead of forgotten.

      * Modification history
      * 2026.10.15  gd  Initial version: daily listing of the approval
      *                 master, with counts by age and the oldest
      *                 item called out, the same way ager2000 ages
      *                 the suspense file.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, under
      *                 the cycle opened today, with the held changes
      *                 read.

       environment division.

       input-output section.

       file-control.
           select approval-master assign to "APRVMST"
               organization is indexed
               access mode is sequential
               record key is aprv-reference
               file status is approval-master-status-code.

           select approval-report assign to "APRVRPT"
               organization is line sequential
               file status is approval-report-status-code.

           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

       fd  approval-master.
       01  approval-record.
           copy "approval-record.cpy".

      * Approval listing - one fixed-length line per WRITE
       fd  approval-report.
       01  approval-report-record         pic x(80).

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
      * approval-report-record before each WRITE.
       01  aprv-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  aprv-program-name           pic x(10) value "APRV2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  aprv-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  aprv-column-heading-line.
           05  filler                      pic x(11) value
               "Reference".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(13) value
               "Account/Rate".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(7)  value "Action".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(8)  value "Keyed By".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(10) value "Keyed".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(4)  value "Days".
           05  filler                      pic x(1)  value spaces.
           05  filler                      pic x(21) value "Reason".

       01  aprv-detail-line.
           05  aprv-d-reference            pic 9(11).
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-subject              pic x(13).
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-action               pic x(7).
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-maker                pic x(8).
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-keyed-date           pic x(10).
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-days                 pic zzz9.
           05  filler                      pic x(1)  value spaces.
           05  aprv-d-reason               pic x(21).

       01  aprv-none-line.
           05  filler                      pic x(34) value
               "Nothing is waiting for approval.".
           05  filler                      pic x(46) value spaces.

       01  aprv-total-line.
           05  filler                      pic x(19) value
               "Awaiting approval: ".
           05  aprv-t-count                pic zz,zz9.
           05  filler                      pic x(14) value
               "  Over 1 day: ".
           05  aprv-t-over-day             pic zz,zz9.
           05  filler                      pic x(15) value
               "  Over 7 days: ".
           05  aprv-t-over-week            pic zz,zz9.
           05  filler                      pic x(10) value
               "  Oldest: ".
           05  aprv-t-oldest               pic zzz9.

       01  aprv-blank-line.
           05  filler                      pic x(80) value spaces.

      * Aging counters
       01  aging-counters.
           05  waiting-count               pic 9(5)  value zero.
           05  over-day-count              pic 9(5)  value zero.
           05  over-week-count             pic 9(5)  value zero.
           05  oldest-days                 pic 9(4)  value zero.
           05  days-waiting                pic s9(7).

      * Day numbers on the 30/360 calendar ager2000 uses - close
      * enough to say how long a change has waited
       01  day-number-fields.
           05  today-day-number            pic 9(7).
           05  keyed-day-number            pic 9(7).

       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

       01  keyed-date-fields.
           05  keyed-date-yyyymmdd         pic 9(8).
           05  keyed-date-parts redefines keyed-date-yyyymmdd.
               10  keyed-date-yyyy         pic 9(4).
               10  keyed-date-mm           pic 9(2).
               10  keyed-date-dd           pic 9(2).

      * Switches
       01  program-switches.
           05  approval-master-switch     pic x     value "N".
               88  end-of-approval-master value "Y".
           05  approval-file-switch       pic x     value "N".
               88  approval-master-on-file
                                          value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  approval-master-status-code    pic xx.
       77  approval-report-status-code    pic xx.
       77  cycle-control-status-code      pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-list-held-changes.
           display "Listing changes awaiting approval".

           perform 900-start-run-statistics
           perform 008-find-tonights-cycle

      * No approval master yet means nothing has ever been held
           open input approval-master
           evaluate approval-master-status-code
               when "00"
                   set approval-master-on-file to true
               when "35"
                   set end-of-approval-master to true
               when other
                   display "Unable to open approval master file "
                       "APRVMST - status " approval-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           open output approval-report
           perform 020-write-report-header

      * Prime the read, then age one held change per pass
           if not end-of-approval-master
               perform 060-read-approval-record
           end-if

           perform 100-age-one-held-change
               until end-of-approval-master

           perform 300-write-report-totals

           if approval-master-on-file
               close approval-master
           end-if
           close approval-report

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * The cycle the listing runs alongside, for the run statistics:
      * the one calc2000 opened today on the run-control file; a run
      * on a day no cycle opened records none
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

      * Builds today's date for the report header and the aging math
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into aprv-run-date
           compute today-day-number =
               (current-date-yyyy * 360)
                   + (current-date-mm * 30)
                   + current-date-dd.

      * Writes the report header and column headings
       020-write-report-header.
           perform 018-build-run-date
           move aprv-header-line to approval-report-record
           write approval-report-record
           move aprv-blank-line to approval-report-record
           write approval-report-record
           move aprv-column-heading-line to approval-report-record
           write approval-report-record
           move aprv-blank-line to approval-report-record
           write approval-report-record.

      * Reads the next held change off the approval master
       060-read-approval-record.
           read approval-master
               at end
                   set end-of-approval-master to true
           end-read.

      * Ages one held change and writes its report line
       100-age-one-held-change.
           add 1 to waiting-count
           move aprv-keyed-date to keyed-date-yyyymmdd

           compute keyed-day-number =
               (keyed-date-yyyy * 360)
                   + (keyed-date-mm * 30)
                   + keyed-date-dd
           compute days-waiting =
               today-day-number - keyed-day-number
           if days-waiting < zero
               move zero to days-waiting
           end-if

           if days-waiting > 1
               add 1 to over-day-count
           end-if
           if days-waiting > 7
               add 1 to over-week-count
           end-if
           if days-waiting > oldest-days
               move days-waiting to oldest-days
           end-if

           move aprv-reference to aprv-d-reference
           move aprv-subject to aprv-d-subject
           move aprv-action to aprv-d-action
           move aprv-maker-user to aprv-d-maker
           string keyed-date-mm  "/"
                  keyed-date-dd  "/"
                  keyed-date-yyyy
               delimited by size into aprv-d-keyed-date
           move days-waiting to aprv-d-days
           move aprv-reason to aprv-d-reason
           move aprv-detail-line to approval-report-record
           write approval-report-record

           perform 060-read-approval-record.

      * Writes the aging counts at the end of the report
       300-write-report-totals.
           if waiting-count = zero
               move aprv-none-line to approval-report-record
               write approval-report-record
           end-if
           move waiting-count to aprv-t-count
           move over-day-count to aprv-t-over-day
           move over-week-count to aprv-t-over-week
           move oldest-days to aprv-t-oldest
           move aprv-blank-line to approval-report-record
           write approval-report-record
           move aprv-total-line to approval-report-record
           write approval-report-record.

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

           move "APRV2000" to rst-program-id
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

      * Stages the approval master's count onto the record; the
      * listing writes nothing but its printed report
       920-load-file-statistics.
           move "APRVMST" to stat-file-name
           move waiting-count to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
