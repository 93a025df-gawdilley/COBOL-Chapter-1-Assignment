      * Shared run statistics work fields.
      * Copied into every batch program, alongside the RUNSTATS
      * record layout: the start and end of the run off the system
      * clock, the elapsed time between them in hundredths of a
      * second (a run that crosses midnight gets the day added
      * back), the cycle the run belongs to once it is known, and
      * one file's counts staged for the record.
       01  run-statistics-fields.
           05  stat-cycle-run-number       pic 9(7)  value zero.
           05  stat-start-date             pic 9(8).
           05  stat-start-time             pic 9(8).
           05  stat-start-time-parts redefines stat-start-time.
               10  stat-start-hh           pic 9(2).
               10  stat-start-mm           pic 9(2).
               10  stat-start-ss           pic 9(2).
               10  stat-start-cc           pic 9(2).
           05  stat-end-time               pic 9(8).
           05  stat-end-time-parts redefines stat-end-time.
               10  stat-end-hh             pic 9(2).
               10  stat-end-mm             pic 9(2).
               10  stat-end-ss             pic 9(2).
               10  stat-end-cc             pic 9(2).
           05  stat-start-hundredths       pic 9(7).
           05  stat-end-hundredths         pic 9(7).
           05  stat-elapsed-hundredths     pic s9(8).
           05  stat-file-sub               pic 99    comp.
           05  stat-file-name              pic x(8).
           05  stat-file-read              pic 9(9).
           05  stat-file-written           pic 9(9).
