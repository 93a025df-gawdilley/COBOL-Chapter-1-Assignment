      * Shared run statistics record layout.
      * One record appended to RUNSTATS every time a batch program
      * ends, normally or not: which program, the cycle it ran for
      * (zero for the ad hoc programs that belong to no cycle), when
      * it started and ended, the elapsed time, the return code it
      * ended with, and the records it read and wrote on each of its
      * data files (up to ten).  Control cards, the cycle control
      * file, and printed reports are not counted.
      * trnd2000 reads the file to trend the batch window.
           05  rst-program-id              pic x(8).
           05  rst-cycle-run-number        pic 9(7).
           05  rst-run-date                pic 9(8).
           05  rst-start-time              pic 9(8).
           05  rst-end-time                pic 9(8).
           05  rst-elapsed-seconds         pic 9(6)v99.
           05  rst-return-code             pic 9(4).
           05  rst-file-count              pic 99.
           05  rst-file-entry occurs 10 times.
               10  rst-file-name           pic x(8).
               10  rst-records-read        pic 9(9).
               10  rst-records-written     pic 9(9).
