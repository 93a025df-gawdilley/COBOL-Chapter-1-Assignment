       identification division.
      * Program info
       program-id. trnd2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program trends the batch window.  Every batch program
      * appends a run statistics record to RUNSTATS when it ends;
      * this report sets tonight's elapsed time and record volume
      * for each step beside its average over the trailing 30
      * cycles, and flags the steps that ran long - so a step
      * creeping toward the end of the window is seen weeks before
      * it misses it.  Ad hoc programs write cycle zero and are left
      * out.

      * Modification history
      * 2026.10.15  gd  Initial version: tonight's elapsed time and
      *                 volumes per step against the trailing 30-cycle
      *                 average off RUNSTATS, long runs flagged by the
      *                 TRNDPARM limits, on TRNDRPT.
      * 2026.10.15  gd  Room for 40 steps, now that the maintenance
      *                 and daytime programs write run statistics
      *                 too.  Ad hoc runs carry cycle zero and fall
      *                 outside every window.

       environment division.

       input-output section.

       file-control.
           select cycle-control-file assign to "CYCLCTL"
               organization is line sequential
               file status is cycle-control-status-code.

           select trend-parameter-file assign to "TRNDPARM"
               organization is line sequential
               file status is trend-parm-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

           select trend-report assign to "TRNDRPT"
               organization is line sequential
               file status is trend-report-status-code.

       data division.

       file section.

      * Nightly cycle control record - names tonight's cycle
       fd  cycle-control-file.
       01  cycle-control-record.
           copy "cycle-control-record.cpy".

      * Long-run limits - a step is flagged when tonight's elapsed
      * time is more than this percent over its average, and longer
      * than the average by at least this many seconds
       fd  trend-parameter-file.
       01  trend-parameter-record.
           05  tprm-long-run-percent       pic x(3).
           05  tprm-long-run-percent-n redefines tprm-long-run-percent
                                            pic 9(3).
           05  tprm-minimum-seconds        pic x(5).
           05  tprm-minimum-seconds-n redefines tprm-minimum-seconds
                                            pic 9(5).

      * Run statistics - one record per program run, appended by
      * every batch program
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

      * Batch window trend report - one fixed-length line per WRITE
       fd  trend-report.
       01  trend-report-record            pic x(80).

       working-storage section.

      * Tonight's cycle and the trailing cycles it is compared with
       01  cycle-window-fields.
           05  tonight-run-number          pic 9(7).
           05  window-first-cycle          pic 9(7).
           05  window-last-cycle           pic 9(7).
           05  window-cycle-span           pic 9(3)  value 30.

      * Long-run limits, defaulted when there is no TRNDPARM
       01  long-run-limits.
           05  long-run-percent            pic 9(3)  value 50.
           05  long-run-minimum-seconds    pic 9(5)  value 60.

      * One entry per step, in the order RUNSTATS first shows it.
      * A step that runs more than once in a cycle - a rerun after a
      * failure - has every run in that cycle added together.
       01  step-table.
           05  step-count                  pic 9(3)  comp value zero.
           05  step-maximum                pic 9(3)  comp value 40.
           05  step-entry occurs 40 times.
               10  stp-program-id          pic x(8).
               10  stp-tonight-runs        pic 9(3).
               10  stp-tonight-seconds     pic 9(7)v99.
               10  stp-tonight-records     pic 9(11).
               10  stp-tonight-return-code pic 9(4).
               10  stp-trailing-seconds    pic 9(9)v99.
               10  stp-trailing-records    pic 9(13).
               10  stp-trailing-nights     pic 9(3).
               10  stp-last-trailing-cycle pic 9(7).

      * The step being reported, worked out from its table entry
       01  step-figures.
           05  average-seconds             pic 9(7)v99.
           05  average-records             pic 9(11).
           05  percent-of-average          pic 9(4).
           05  seconds-over-average        pic s9(7)v99.
           05  long-run-threshold          pic 9(8)v99.
           05  record-volume               pic 9(11).

      * Totals across every step
       01  trend-totals.
           05  total-tonight-seconds       pic 9(7)v99   value zero.
           05  total-average-seconds       pic 9(7)v99   value zero.
           05  total-tonight-records       pic 9(11)     value zero.
           05  total-average-records       pic 9(11)     value zero.
           05  steps-flagged-long          pic 9(3)      value zero.
           05  steps-not-run               pic 9(3)      value zero.
           05  statistics-records-read     pic 9(7)      value zero.
           05  statistics-records-used     pic 9(7)      value zero.

       01  table-subscripts.
           05  step-sub                    pic 9(3)  comp.
           05  file-entry-sub              pic 99    comp.

      * Report line layouts - built in working-storage, then moved to
      * trend-report-record before each WRITE.
       01  trnd-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  trnd-program-name           pic x(10) value "TRND2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  trnd-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  trnd-cycle-line.
           05  filler                      pic x(7)  value "Cycle: ".
           05  trnd-c-run-number           pic zzzzzz9.
           05  filler                      pic x(23) value
               "  Compared with cycles ".
           05  trnd-c-first-cycle          pic zzzzzz9.
           05  filler                      pic x(4)  value " to ".
           05  trnd-c-last-cycle           pic zzzzzz9.
           05  filler                      pic x(25) value spaces.

       01  trnd-first-cycle-line.
           05  filler                      pic x(7)  value "Cycle: ".
           05  trnd-f-run-number           pic zzzzzz9.
           05  filler                      pic x(35) value
               "  No earlier cycles to compare with".
           05  filler                      pic x(31) value spaces.

       01  trnd-limits-line.
           05  filler                      pic x(24) value
               "LONG: elapsed more than ".
           05  trnd-l-percent              pic zz9.
           05  filler                      pic x(21) value
               "% over average and at".
           05  filler                      pic x(7)  value " least ".
           05  trnd-l-seconds              pic zzzz9.
           05  filler                      pic x(13) value
               " seconds more".
           05  filler                      pic x(7)  value spaces.

       01  trnd-column-heading-1.
           05  filler                      pic x(9)  value spaces.
           05  filler                      pic x(11) value
               "   Tonight".
           05  filler                      pic x(11) value
               "  30-Night".
           05  filler                      pic x(6)  value "  Pct".
           05  filler                      pic x(12) value
               "    Tonight".
           05  filler                      pic x(12) value
               "   30-Night".
           05  filler                      pic x(19) value spaces.

       01  trnd-column-heading-2.
           05  filler                      pic x(9)  value "Step".
           05  filler                      pic x(11) value
               "   Seconds".
           05  filler                      pic x(11) value
               "   Average".
           05  filler                      pic x(6)  value "  Avg".
           05  filler                      pic x(12) value
               "    Records".
           05  filler                      pic x(12) value
               "Avg Records".
           05  filler                      pic x(4)  value "Nts".
           05  filler                      pic x(5)  value "  RC".
           05  filler                      pic x(10) value "Flag".

       01  trnd-step-line.
           05  trnd-s-program-id           pic x(8).
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-tonight-seconds      pic zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-average-seconds      pic zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-percent              pic zzz9 blank when zero.
           05  trnd-s-percent-sign         pic x(1).
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-tonight-records      pic zzz,zzz,zz9.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-average-records      pic zzz,zzz,zz9.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-nights               pic zz9.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-return-code          pic zzz9.
           05  filler                      pic x(1)  value spaces.
           05  trnd-s-flag                 pic x(8).
           05  filler                      pic x(2)  value spaces.

       01  trnd-total-line.
           05  filler                      pic x(9)  value "Total".
           05  trnd-t-tonight-seconds      pic zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  trnd-t-average-seconds      pic zzz,zz9.99.
           05  filler                      pic x(7)  value spaces.
           05  trnd-t-tonight-records      pic zzz,zzz,zz9.
           05  filler                      pic x(1)  value spaces.
           05  trnd-t-average-records      pic zzz,zzz,zz9.
           05  filler                      pic x(20) value spaces.

       01  trnd-count-line.
           05  trnd-ct-label               pic x(30).
           05  trnd-ct-count               pic zzz,zz9.
           05  filler                      pic x(43) value spaces.

       01  trnd-none-line.
           05  filler                      pic x(42) value
               "No run statistics recorded for any cycle.".
           05  filler                      pic x(38) value spaces.

       01  trnd-blank-line.
           05  filler                      pic x(80) value spaces.

      * Fields used to build the report's date
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

      * Switches
       01  program-switches.
           05  run-statistics-switch      pic x     value "N".
               88  end-of-run-statistics  value "Y".
           05  step-found-switch          pic x     value "N".
               88  step-entry-found       value "Y".

       77  cycle-control-status-code      pic xx.
       77  trend-parm-status-code         pic xx.
       77  run-statistics-status-code     pic xx.
       77  trend-report-status-code       pic xx.

       procedure division.

      * Start Program
       000-report-batch-trend.
           display "Trending the batch window off RUNSTATS".

           perform 008-read-tonights-cycle
           perform 010-read-long-run-limits

           open input run-statistics-file
           evaluate run-statistics-status-code
               when "00"
                   perform 100-read-run-statistics
                   perform 110-take-one-statistics-record
                       until end-of-run-statistics
                   close run-statistics-file
               when "35"
                   display "No run statistics file RUNSTATS - "
                       "nothing to trend"
               when other
                   display "Unable to open run statistics file "
                       "RUNSTATS - status " run-statistics-status-code
                   move 16 to return-code
                   stop run
           end-evaluate

           open output trend-report
           perform 020-write-report-header

           if step-count = zero
               move trnd-none-line to trend-report-record
               write trend-report-record
           else
               perform 200-write-one-step
                   varying step-sub from 1 by 1
                   until step-sub > step-count
               perform 300-write-report-totals
           end-if

           close trend-report

           if steps-flagged-long > zero
               display "Steps ran long - see TRNDRPT"
           end-if
           display "Run statistics records read..: "
               statistics-records-read
           display "Records in the window........: "
               statistics-records-used
           display "Steps flagged long...........: " steps-flagged-long

           display "End of session.".
           stop run.

      * Reads tonight's cycle record, and works out the trailing
      * cycles it is compared with
       008-read-tonights-cycle.
           open input cycle-control-file
           if cycle-control-status-code not = "00"
               display "Unable to open cycle control file CYCLCTL - "
                   "status " cycle-control-status-code
               move 16 to return-code
               stop run
           end-if

           read cycle-control-file
               at end
                   display "Cycle control file CYCLCTL is empty - "
                       "no cycle open"
                   move 16 to return-code
                   stop run
           end-read
           move cycl-run-number to tonight-run-number
           close cycle-control-file

           if tonight-run-number > window-cycle-span
               compute window-first-cycle =
                   tonight-run-number - window-cycle-span
           else
               move 1 to window-first-cycle
           end-if
           if tonight-run-number > 1
               compute window-last-cycle = tonight-run-number - 1
           else
               move zero to window-last-cycle
           end-if.

      * Reads the long-run limits; with no TRNDPARM the defaults
      * stand
       010-read-long-run-limits.
           open input trend-parameter-file
           evaluate trend-parm-status-code
               when "00"
                   read trend-parameter-file
                       at end
                           display "Trend parameter file TRNDPARM "
                               "is empty - run stopped"
                           move 16 to return-code
                           stop run
                   end-read
                   close trend-parameter-file
                   if tprm-long-run-percent not numeric
                           or tprm-minimum-seconds not numeric
                       display "Long-run limits on TRNDPARM must be "
                           "numeric - run stopped"
                       move 16 to return-code
                       stop run
                   end-if
                   move tprm-long-run-percent-n to long-run-percent
                   move tprm-minimum-seconds-n
                       to long-run-minimum-seconds
               when "35"
                   display "No trend parameter file TRNDPARM - "
                       "default long-run limits used"
               when other
                   display "Unable to open trend parameter file "
                       "TRNDPARM - status " trend-parm-status-code
                   move 16 to return-code
                   stop run
           end-evaluate.

      * Builds today's date in mm/dd/yyyy form for the report header
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into trnd-run-date.

      * Writes the report header, names the cycles compared and the
      * limits applied, and heads the step lines
       020-write-report-header.
           perform 018-build-run-date
           move trnd-header-line to trend-report-record
           write trend-report-record
           move trnd-blank-line to trend-report-record
           write trend-report-record

           if window-last-cycle = zero
               move tonight-run-number to trnd-f-run-number
               move trnd-first-cycle-line to trend-report-record
           else
               move tonight-run-number to trnd-c-run-number
               move window-first-cycle to trnd-c-first-cycle
               move window-last-cycle to trnd-c-last-cycle
               move trnd-cycle-line to trend-report-record
           end-if
           write trend-report-record
           move long-run-percent to trnd-l-percent
           move long-run-minimum-seconds to trnd-l-seconds
           move trnd-limits-line to trend-report-record
           write trend-report-record
           move trnd-blank-line to trend-report-record
           write trend-report-record

           move trnd-column-heading-1 to trend-report-record
           write trend-report-record
           move trnd-column-heading-2 to trend-report-record
           write trend-report-record
           move trnd-blank-line to trend-report-record
           write trend-report-record.

       100-read-run-statistics.
           read run-statistics-file
               at end
                   set end-of-run-statistics to true
           end-read
           if not end-of-run-statistics
               add 1 to statistics-records-read
           end-if.

      * Adds one run to its step - tonight's cycle to tonight's
      * figures, a trailing cycle to the average.  Runs outside the
      * window, and records too damaged to add up, are passed over.
       110-take-one-statistics-record.
           if rst-cycle-run-number numeric
                   and rst-elapsed-seconds numeric
                   and rst-return-code numeric
                   and rst-file-count numeric
                   and rst-file-count not > 10
               if rst-cycle-run-number = tonight-run-number
                       or (rst-cycle-run-number not < window-first-cycle
                       and rst-cycle-run-number not > window-last-cycle)
                   add 1 to statistics-records-used
                   perform 120-find-step-entry
                   perform 130-add-record-volume
                   if rst-cycle-run-number = tonight-run-number
                       perform 140-add-to-tonight
                   else
                       perform 150-add-to-trailing
                   end-if
               end-if
           end-if
           perform 100-read-run-statistics.

      * Finds the step's slot in the table, opening a new one the
      * first time a program is met
       120-find-step-entry.
           move "N" to step-found-switch
           perform 122-match-one-step
               varying step-sub from 1 by 1
               until step-sub > step-count
                   or step-entry-found

           if step-entry-found
               subtract 1 from step-sub
           else
               if step-count = step-maximum
                   display "More than " step-maximum
                       " steps on RUNSTATS - run stopped"
                   move 16 to return-code
                   stop run
               end-if
               add 1 to step-count
               move step-count to step-sub
               move rst-program-id to stp-program-id(step-sub)
               move zero to stp-tonight-runs(step-sub)
               move zero to stp-tonight-seconds(step-sub)
               move zero to stp-tonight-records(step-sub)
               move zero to stp-tonight-return-code(step-sub)
               move zero to stp-trailing-seconds(step-sub)
               move zero to stp-trailing-records(step-sub)
               move zero to stp-trailing-nights(step-sub)
               move zero to stp-last-trailing-cycle(step-sub)
           end-if.

       122-match-one-step.
           if stp-program-id(step-sub) = rst-program-id
               set step-entry-found to true
           end-if.

      * A run's volume is every record it read and wrote on its
      * data files
       130-add-record-volume.
           move zero to record-volume
           perform 132-add-one-file-volume
               varying file-entry-sub from 1 by 1
               until file-entry-sub > rst-file-count.

       132-add-one-file-volume.
           if rst-records-read(file-entry-sub) numeric
               add rst-records-read(file-entry-sub) to record-volume
           end-if
           if rst-records-written(file-entry-sub) numeric
               add rst-records-written(file-entry-sub)
                   to record-volume
           end-if.

      * Tonight's runs; the highest return code is the one shown
       140-add-to-tonight.
           add 1 to stp-tonight-runs(step-sub)
           add rst-elapsed-seconds to stp-tonight-seconds(step-sub)
           add record-volume to stp-tonight-records(step-sub)
           if rst-return-code > stp-tonight-return-code(step-sub)
               move rst-return-code
                   to stp-tonight-return-code(step-sub)
           end-if.

      * A trailing run; RUNSTATS is in run order, so a step's
      * records for one cycle arrive together and a new cycle number
      * is a new night
       150-add-to-trailing.
           if rst-cycle-run-number
                   not = stp-last-trailing-cycle(step-sub)
               add 1 to stp-trailing-nights(step-sub)
               move rst-cycle-run-number
                   to stp-last-trailing-cycle(step-sub)
           end-if
           add rst-elapsed-seconds to stp-trailing-seconds(step-sub)
           add record-volume to stp-trailing-records(step-sub).

      * Writes one step's line: tonight against the average over the
      * nights it ran in the window.  NOT RUN - ran in the window but
      * not tonight; NEW - ran tonight with nothing to compare with;
      * LONG - over both long-run limits.
       200-write-one-step.
           move spaces to trnd-s-flag
           move spaces to trnd-s-percent-sign
           move zero to average-seconds
           move zero to average-records
           move zero to percent-of-average

           if stp-trailing-nights(step-sub) > zero
               compute average-seconds rounded =
                   stp-trailing-seconds(step-sub)
                       / stp-trailing-nights(step-sub)
               compute average-records rounded =
                   stp-trailing-records(step-sub)
                       / stp-trailing-nights(step-sub)
           end-if

           evaluate true
               when stp-tonight-runs(step-sub) = zero
                   move "NOT RUN" to trnd-s-flag
                   add 1 to steps-not-run
               when stp-trailing-nights(step-sub) = zero
                   move "NEW" to trnd-s-flag
               when other
                   perform 210-judge-step-elapsed
           end-evaluate

           move stp-program-id(step-sub) to trnd-s-program-id
           move stp-tonight-seconds(step-sub)
               to trnd-s-tonight-seconds
           move average-seconds to trnd-s-average-seconds
           if average-seconds > zero
                   and stp-tonight-runs(step-sub) > zero
               move percent-of-average to trnd-s-percent
               move "%" to trnd-s-percent-sign
           else
               move zero to trnd-s-percent
           end-if
           move stp-tonight-records(step-sub)
               to trnd-s-tonight-records
           move average-records to trnd-s-average-records
           move stp-trailing-nights(step-sub) to trnd-s-nights
           move stp-tonight-return-code(step-sub)
               to trnd-s-return-code
           move trnd-step-line to trend-report-record
           write trend-report-record

           add stp-tonight-seconds(step-sub) to total-tonight-seconds
           add average-seconds to total-average-seconds
           add stp-tonight-records(step-sub) to total-tonight-records
           add average-records to total-average-records.

      * Tonight as a percent of the average, and whether it is over
      * both limits - a small step doubling from 2 seconds to 4 is
      * not a long run
       210-judge-step-elapsed.
           if average-seconds > zero
               compute percent-of-average rounded =
                   stp-tonight-seconds(step-sub) * 100
                       / average-seconds
                   on size error
                       move 9999 to percent-of-average
               end-compute
           end-if

           compute long-run-threshold =
               average-seconds * (100 + long-run-percent) / 100
           compute seconds-over-average =
               stp-tonight-seconds(step-sub) - average-seconds

           if stp-tonight-seconds(step-sub) > long-run-threshold
                   and seconds-over-average
                       not < long-run-minimum-seconds
               move "LONG" to trnd-s-flag
               add 1 to steps-flagged-long
           end-if.

      * Writes the chain totals and the flag counts
       300-write-report-totals.
           move trnd-blank-line to trend-report-record
           write trend-report-record
           move total-tonight-seconds to trnd-t-tonight-seconds
           move total-average-seconds to trnd-t-average-seconds
           move total-tonight-records to trnd-t-tonight-records
           move total-average-records to trnd-t-average-records
           move trnd-total-line to trend-report-record
           write trend-report-record
           move trnd-blank-line to trend-report-record
           write trend-report-record

           move "Steps reported" to trnd-ct-label
           move step-count to trnd-ct-count
           move trnd-count-line to trend-report-record
           write trend-report-record
           move "Steps flagged long" to trnd-ct-label
           move steps-flagged-long to trnd-ct-count
           move trnd-count-line to trend-report-record
           write trend-report-record
           move "Steps not run tonight" to trnd-ct-label
           move steps-not-run to trnd-ct-count
           move trnd-count-line to trend-report-record
           write trend-report-record.
