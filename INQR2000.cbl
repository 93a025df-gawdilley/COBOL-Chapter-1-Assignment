       identification division.
      * Program info
       program-id. inqr2000.

      * Who wrote it and when
      * Programmer.: Gabe Dilley & Jacob Schamp
      * Date.......: 2026.10.15
      * GitHub URL.:
      * https://github.com/gawdilley/COBOL-Chapter-1-Assignment
      * This program answers "what is going on with this account"
      * in one place.  For every account id on INQRPARM it prints a
      * page drawing together what each system holds on it: the
      * account master and its status, maintenance still queued on
      * the pending master, anything parked in suspense with why and
      * for how long, the ledger position and when it last posted,
      * and the account's latest projection runs from the history
      * master and archive with the movement between them.  Nothing
      * is updated - every file is opened for input only.

      * Modification history
      * 2026.10.15  gd  Initial version: one inquiry page per account
      *                 off ACCTMST, PENDMST, SUSPFILE, LEDGMST,
      *                 HISTMST, and HISTARCH, on INQRRPT.
      * 2026.10.15  gd  Append a run statistics record to RUNSTATS at
      *                 the end of every run, good or failed, with the
      *                 records read on each file.

       environment division.

       input-output section.

       file-control.
           select inquiry-parameter-file assign to "INQRPARM"
               organization is line sequential
               file status is inquiry-parameter-status-code.

           select account-master assign to "ACCTMST"
               organization is indexed
               access mode is random
               record key is account-id
               file status is account-master-status-code.

           select pending-master assign to "PENDMST"
               organization is indexed
               access mode is dynamic
               record key is pend-key
               file status is pending-master-status-code.

           select suspense-file assign to "SUSPFILE"
               organization is line sequential
               file status is suspense-file-status-code.

           select ledger-master assign to "LEDGMST"
               organization is indexed
               access mode is random
               record key is ledger-account-id
               file status is ledger-master-status-code.

           select history-master assign to "HISTMST"
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is history-master-status-code.

           select archive-file assign to "HISTARCH"
               organization is line sequential
               file status is archive-file-status-code.

           select inquiry-report assign to "INQRRPT"
               organization is line sequential
               file status is inquiry-report-status-code.

           select run-statistics-file assign to "RUNSTATS"
               organization is line sequential
               file status is run-statistics-status-code.

       data division.

       file section.

      * Inquiry parameter - one account id per record
       fd  inquiry-parameter-file.
       01  inquiry-parameter-record.
           05  parm-account-id             pic x(10).

       fd  account-master.
       01  account-master-record.
           copy "account-master-record.cpy".

      * Pending master - future-dated maintenance, keyed by account
      * id plus effective date
       fd  pending-master.
       01  pending-master-record.
           copy "pending-transaction-record.cpy".

      * Suspense file - rejected extract records waiting on a
      * correction; a flat file, so it is searched from the top for
      * each account
       fd  suspense-file.
       01  suspense-record.
           copy "suspense-record.cpy".

      * Ledger master - one record per account ever posted, keyed by
      * account id; last-posted-date shows the run that last sent it
       fd  ledger-master.
       01  ledger-master-record.
           05  ledger-account-id           pic x(10).
           05  ledger-future-value         pic s9(9)v99.
           05  ledger-future-value-base    pic s9(10)v99.
           05  ledger-last-posted-date     pic 9(8).

       fd  history-master.
       01  history-master-record.
           copy "projection-history-record.cpy".

      * Archive file - history arch2000 has rolled off the master, in
      * the shared layout; the JCL points HISTARCH at the generations
      * to search, as for rtrv2000
       fd  archive-file.
       01  archive-record.
           copy "projection-history-record.cpy"
               replacing ==hist-key== by ==arch-key==
                   ==hist-account-id== by ==arch-account-id==
                   ==hist-run-date== by ==arch-run-date==
                   ==hist-future-value-base== by
                       ==arch-future-value-base==
                   ==hist-status-code== by ==arch-status-code==
                   ==hist-status-ok== by ==arch-status-ok==
                   ==hist-status-rejected== by
                       ==arch-status-rejected==.

      * Inquiry report - one fixed-length line per WRITE
       fd  inquiry-report.
       01  inquiry-report-record          pic x(80).

      * Run statistics - one record appended per run, for the batch
      * window trend report
       fd  run-statistics-file.
       01  run-statistics-record.
           copy "run-statistics-record.cpy".

       working-storage section.

      * The pending transaction's image, opened far enough to show
      * what it will do
       01  pending-transaction-fields.
           05  pending-action-code         pic x.
               88  pending-add             value "A".
               88  pending-change          value "C".
               88  pending-close           value "X".
           05  filler                      pic x(227).

      * The suspense record's original image, opened far enough to
      * show whose account it is
       01  suspense-account-fields.
           05  suspense-account-id         pic x(10).
           05  filler                      pic x(72).

      * The account's latest projection runs, oldest first, gathered
      * from the archive and the master.  One more run is kept than
      * is shown, so the oldest run shown still has a movement.
       01  history-run-table.
           05  history-run-count           pic 99    comp value zero.
           05  history-run-maximum         pic 99    comp value 7.
           05  history-runs-shown          pic 99    comp value 6.
           05  history-run-entry occurs 7 times.
               10  hrn-run-date            pic 9(8).
               10  hrn-source              pic x(7).
               10  hrn-future-value-base   pic s9(10)v99.
               10  hrn-status-code         pic x(2).

      * A history run about to be placed in the table
       01  candidate-run-fields.
           05  cand-run-date               pic 9(8).
           05  cand-source                 pic x(7).
           05  cand-future-value-base      pic s9(10)v99.
           05  cand-status-code            pic x(2).

       01  table-subscripts.
           05  history-sub                 pic 99    comp.
           05  history-slot                pic 99    comp.
           05  prior-slot                  pic 99    comp.
           05  first-run-shown             pic 99    comp.

      * The account being inquired on, and what was found for it
       01  inquiry-fields.
           05  inquiry-account-id          pic x(10).
           05  inquiry-currency-code       pic x(3).
           05  pending-found-count         pic 9(5).
           05  suspense-found-count        pic 9(5).
           05  days-in-suspense            pic s9(7).
           05  movement-amount             pic s9(11)v99.

      * Counts across the run
       01  inquiry-counters.
           05  accounts-inquired           pic 9(5)  value zero.
           05  accounts-not-on-master      pic 9(5)  value zero.

      * Record counts for the run statistics
       01  file-record-counters.
           05  account-records-read        pic 9(7)  value zero.
           05  pending-records-read        pic 9(7)  value zero.
           05  suspense-records-read       pic 9(7)  value zero.
           05  ledger-records-read         pic 9(7)  value zero.
           05  history-records-read        pic 9(7)  value zero.
           05  archive-records-read        pic 9(7)  value zero.

      * Day numbers on the 30/360 calendar the shop's daily
      * compounding already uses - close enough for a suspense age,
      * as ager2000 reckons it
       01  day-number-fields.
           05  today-day-number            pic 9(7).
           05  reject-day-number           pic 9(7).

      * Report line layouts - built in working-storage, then moved to
      * inquiry-report-record before each WRITE.
       01  inqr-separator-line.
           05  filler                      pic x(80) value all "=".

       01  inqr-header-line.
           05  filler                      pic x(9)  value "Program: ".
           05  inqr-program-name           pic x(10) value "INQR2000".
           05  filler                      pic x(11) value
               " Run Date: ".
           05  inqr-run-date               pic x(10).
           05  filler                      pic x(40) value spaces.

       01  inqr-account-line.
           05  filler                      pic x(17) value
               "Account inquiry: ".
           05  inqr-a-account-id           pic x(10).
           05  filler                      pic x(53) value spaces.

       01  inqr-section-line.
           05  inqr-section-title          pic x(50).
           05  filler                      pic x(30) value spaces.

       01  inqr-none-line.
           05  filler                      pic x(2)  value spaces.
           05  inqr-none-text              pic x(50).
           05  filler                      pic x(28) value spaces.

       01  inqr-master-line-1.
           05  filler                      pic x(10) value
               "  Status: ".
           05  inqr-m-status               pic x(6).
           05  filler                      pic x(10) value
               "  Client: ".
           05  inqr-m-client-id            pic x(10).
           05  filler                      pic x(8)  value "  Name: ".
           05  inqr-m-client-name          pic x(30).
           05  filler                      pic x(6)  value spaces.

       01  inqr-master-line-2.
           05  filler                      pic x(12) value
               "  Currency: ".
           05  inqr-m-currency             pic x(3).
           05  filler                      pic x(10) value
               "  Amount: ".
           05  inqr-m-amount               pic z,zzz,zz9.
           05  filler                      pic x(9)  value
               "  Years: ".
           05  inqr-m-years                pic z9.
           05  filler                      pic x(8)  value "  Rate: ".
           05  inqr-m-rate                 pic z9.9.
           05  filler                      pic x(1)  value "%".
           05  filler                      pic x(8)  value "  Freq: ".
           05  inqr-m-frequency            pic x(1).
           05  filler                      pic x(13) value spaces.

       01  inqr-master-line-3.
           05  filler                      pic x(10) value
               "  Opened: ".
           05  inqr-m-opened               pic x(10).
           05  filler                      pic x(11) value
               "  Matures: ".
           05  inqr-m-matures              pic x(10).
           05  filler                      pic x(15) value
               "  On maturity: ".
           05  inqr-m-instruction          pic x(14).
           05  filler                      pic x(10) value spaces.

       01  inqr-master-line-4.
           05  filler                      pic x(19) value
               "  Last maintained: ".
           05  inqr-m-maintained           pic x(10).
           05  filler                      pic x(4)  value " by ".
           05  inqr-m-maintained-by        pic x(8).
           05  filler                      pic x(39) value spaces.

       01  inqr-pending-heading-line.
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(12) value "Effective".
           05  filler                      pic x(9)  value "Action".
           05  filler                      pic x(12) value "Keyed".
           05  filler                      pic x(10) value "User".
           05  filler                      pic x(10) value "Approver".
           05  filler                      pic x(25) value spaces.

       01  inqr-pending-line.
           05  filler                      pic x(2)  value spaces.
           05  inqr-p-effective            pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  inqr-p-action               pic x(7).
           05  filler                      pic x(2)  value spaces.
           05  inqr-p-keyed                pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  inqr-p-user-id              pic x(8).
           05  filler                      pic x(2)  value spaces.
           05  inqr-p-approver             pic x(8).
           05  filler                      pic x(27) value spaces.

       01  inqr-suspense-heading-line.
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(12) value "Rejected".
           05  filler                      pic x(6)  value "Days".
           05  filler                      pic x(60) value "Reason".

       01  inqr-suspense-line.
           05  filler                      pic x(2)  value spaces.
           05  inqr-s-rejected             pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  inqr-s-days                 pic zzz9.
           05  filler                      pic x(2)  value spaces.
           05  inqr-s-reason               pic x(45).
           05  filler                      pic x(15) value spaces.

       01  inqr-ledger-line-1.
           05  filler                      pic x(16) value
               "  Future value: ".
           05  inqr-l-future-value         pic -zzz,zzz,zz9.99.
           05  filler                      pic x(1)  value spaces.
           05  inqr-l-currency             pic x(3).
           05  filler                      pic x(8)  value "  Base: ".
           05  inqr-l-future-value-base    pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(20) value spaces.

       01  inqr-ledger-line-2.
           05  filler                      pic x(15) value
               "  Last posted: ".
           05  inqr-l-last-posted          pic x(10).
           05  filler                      pic x(55) value spaces.

       01  inqr-history-heading-line.
           05  filler                      pic x(2)  value spaces.
           05  filler                      pic x(12) value "Run Date".
           05  filler                      pic x(9)  value "Source".
           05  filler                      pic x(10) value "Status".
           05  filler                      pic x(19) value
               "       Base Value".
           05  filler                      pic x(17) value
               "         Movement".
           05  filler                      pic x(11) value spaces.

       01  inqr-history-line.
           05  filler                      pic x(2)  value spaces.
           05  inqr-h-run-date             pic x(10).
           05  filler                      pic x(2)  value spaces.
           05  inqr-h-source               pic x(7).
           05  filler                      pic x(2)  value spaces.
           05  inqr-h-status               pic x(8).
           05  filler                      pic x(2)  value spaces.
           05  inqr-h-base-value           pic -z,zzz,zzz,zz9.99.
           05  filler                      pic x(2)  value spaces.
           05  inqr-h-movement             pic -z,zzz,zzz,zz9.99.
           05  inqr-h-movement-x redefines inqr-h-movement
                                            pic x(17).
           05  filler                      pic x(11) value spaces.

       01  inqr-blank-line.
           05  filler                      pic x(80) value spaces.

      * Fields used to build the report's dates
       01  current-date-fields.
           05  current-date-yyyymmdd       pic 9(8).
           05  current-date-parts redefines current-date-yyyymmdd.
               10  current-date-yyyy       pic 9(4).
               10  current-date-mm         pic 9(2).
               10  current-date-dd         pic 9(2).

      * Any date shown on the page, and its mm/dd/yyyy form - blank
      * for a date never set
       01  shown-date-fields.
           05  shown-date-yyyymmdd         pic 9(8).
           05  shown-date-parts redefines shown-date-yyyymmdd.
               10  shown-date-yyyy         pic 9(4).
               10  shown-date-mm           pic 9(2).
               10  shown-date-dd           pic 9(2).
           05  shown-date-text             pic x(10).

      * Switches
       01  program-switches.
           05  inquiry-parameter-switch   pic x     value "N".
               88  end-of-inquiry-list    value "Y".
           05  inquiry-account-switch     pic x     value "N".
               88  inquiry-account-read   value "Y".
           05  account-found-switch       pic x     value "N".
               88  account-on-master      value "Y".
           05  pending-master-switch      pic x     value "N".
               88  end-of-pending-master  value "Y".
           05  suspense-file-switch       pic x     value "N".
               88  end-of-suspense-file   value "Y".
           05  history-master-switch      pic x     value "N".
               88  end-of-history-master  value "Y".
           05  archive-file-switch        pic x     value "N".
               88  end-of-archive-file    value "Y".
           05  history-slot-switch        pic x     value "N".
               88  history-slot-found     value "Y".
      * A master no run has created yet simply has nothing to show
           05  pending-present-switch     pic x     value "Y".
               88  pending-master-present value "Y".
           05  ledger-present-switch      pic x     value "Y".
               88  ledger-master-present  value "Y".
           05  history-present-switch     pic x     value "Y".
               88  history-master-present value "Y".

      * When this run started and ended, for its run statistics
           copy "run-statistics-fields.cpy".

       77  inquiry-parameter-status-code  pic xx.
       77  account-master-status-code     pic xx.
       77  pending-master-status-code     pic xx.
       77  suspense-file-status-code      pic xx.
       77  ledger-master-status-code      pic xx.
       77  history-master-status-code     pic xx.
       77  archive-file-status-code       pic xx.
       77  inquiry-report-status-code     pic xx.
       77  run-statistics-status-code     pic xx.

       procedure division.

      * Start Program
       000-inquire-on-accounts.
           display "Printing cross-system account inquiries".

           perform 900-start-run-statistics

           open input inquiry-parameter-file
           if inquiry-parameter-status-code not = "00"
               display "Unable to open inquiry parameter file "
                   "INQRPARM - status " inquiry-parameter-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 010-open-masters
           perform 018-build-run-date

           open output inquiry-report

      * Prime the read, then print one account's page per pass
           perform 060-read-inquiry-parameter
           if end-of-inquiry-list
               display "Inquiry parameter file INQRPARM is empty"
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           perform 100-inquire-one-account
               until end-of-inquiry-list

           close inquiry-parameter-file
           close account-master
           if pending-master-present
               close pending-master
           end-if
           if ledger-master-present
               close ledger-master
           end-if
           if history-master-present
               close history-master
           end-if
           close inquiry-report

           display "Accounts inquired on.........: " accounts-inquired
           display "Not on the account master....: "
               accounts-not-on-master

           perform 910-write-run-statistics
           display "End of session.".
           stop run.

      * Opens the keyed masters for input.  The account master must
      * be there; a pending, ledger, or history master that no run
      * has created yet just means nothing to show.
       010-open-masters.
           open input account-master
           if account-master-status-code not = "00"
               display "Unable to open account master file ACCTMST - "
                   "status " account-master-status-code
               move 16 to return-code
               perform 910-write-run-statistics
               stop run
           end-if

           open input pending-master
           evaluate pending-master-status-code
               when "00"
                   continue
               when "35"
                   move "N" to pending-present-switch
               when other
                   display "Unable to open pending master file "
                       "PENDMST - status " pending-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           open input ledger-master
           evaluate ledger-master-status-code
               when "00"
                   continue
               when "35"
                   move "N" to ledger-present-switch
               when other
                   display "Unable to open ledger master file "
                       "LEDGMST - status " ledger-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           open input history-master
           evaluate history-master-status-code
               when "00"
                   continue
               when "35"
                   move "N" to history-present-switch
               when other
                   display "Unable to open history master file "
                       "HISTMST - status " history-master-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

      * Builds today's date in mm/dd/yyyy form for the page headers,
      * and today's day number to age suspense records against
       018-build-run-date.
           accept current-date-yyyymmdd from date yyyymmdd
           string current-date-mm  "/"
                  current-date-dd  "/"
                  current-date-yyyy
               delimited by size into inqr-run-date
           compute today-day-number =
               (current-date-yyyy * 360)
                   + (current-date-mm * 30)
                   + current-date-dd.

      * Turns shown-date-yyyymmdd into mm/dd/yyyy, or blanks for a
      * date never set
       030-format-shown-date.
           if shown-date-yyyymmdd = zero
               move spaces to shown-date-text
           else
               string shown-date-mm  "/"
                      shown-date-dd  "/"
                      shown-date-yyyy
                   delimited by size into shown-date-text
           end-if.

      * Reads the next account id asked about; blank lines are
      * passed over
       060-read-inquiry-parameter.
           move "N" to inquiry-account-switch
           perform 065-read-one-parameter
               until end-of-inquiry-list
                   or inquiry-account-read.

       065-read-one-parameter.
           read inquiry-parameter-file
               at end
                   set end-of-inquiry-list to true
           end-read
           if not end-of-inquiry-list
               if parm-account-id not = spaces
                   set inquiry-account-read to true
               end-if
           end-if.

      * One account's page, a section per system
       100-inquire-one-account.
           add 1 to accounts-inquired
           move parm-account-id to inquiry-account-id

           perform 110-write-page-header
           perform 200-report-account-master
           perform 300-report-pending-transactions
           perform 400-report-suspense
           perform 500-report-ledger-position
           perform 600-report-projection-history

           perform 060-read-inquiry-parameter.

      * Starts the page for the account
       110-write-page-header.
           move inqr-separator-line to inquiry-report-record
           write inquiry-report-record
           move inqr-header-line to inquiry-report-record
           write inquiry-report-record
           move inqr-blank-line to inquiry-report-record
           write inquiry-report-record
           move inquiry-account-id to inqr-a-account-id
           move inqr-account-line to inquiry-report-record
           write inquiry-report-record.

      * Writes a section title after a blank line
       120-write-section-title.
           move inqr-blank-line to inquiry-report-record
           write inquiry-report-record
           move inqr-section-line to inquiry-report-record
           write inquiry-report-record.

       130-write-none-line.
           move inqr-none-line to inquiry-report-record
           write inquiry-report-record.

      * The account master: status, owner, terms, and term dates
       200-report-account-master.
           move "Account master (ACCTMST)" to inqr-section-title
           perform 120-write-section-title

           move spaces to inquiry-currency-code
           move inquiry-account-id to account-id
           read account-master
               invalid key
                   move "N" to account-found-switch
               not invalid key
                   move "Y" to account-found-switch
                   add 1 to account-records-read
           end-read

           if not account-on-master
               add 1 to accounts-not-on-master
               move "Not on the account master" to inqr-none-text
               perform 130-write-none-line
           else
               move currency-code to inquiry-currency-code
               perform 210-write-master-details
           end-if.

       210-write-master-details.
           evaluate true
               when account-open
                   move "OPEN" to inqr-m-status
               when account-closed
                   move "CLOSED" to inqr-m-status
               when other
                   move account-status to inqr-m-status
           end-evaluate
           move client-id to inqr-m-client-id
           move client-name to inqr-m-client-name
           move inqr-master-line-1 to inquiry-report-record
           write inquiry-report-record

           move currency-code to inqr-m-currency
           move investment-amount to inqr-m-amount
           move number-of-years to inqr-m-years
           move yearly-interest-rate to inqr-m-rate
           move compounding-frequency to inqr-m-frequency
           move inqr-master-line-2 to inquiry-report-record
           write inquiry-report-record

           move open-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-m-opened
           move maturity-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-m-matures
           move spaces to inqr-m-instruction
           evaluate true
               when mature-and-close
                   move "CLOSE" to inqr-m-instruction
               when mature-roll-same-term
                   move "ROLL SAME TERM" to inqr-m-instruction
               when mature-roll-new-term
                   string "ROLL TO " maturity-new-term " YRS"
                       delimited by size into inqr-m-instruction
               when other
                   move maturity-instruction to inqr-m-instruction
           end-evaluate
           move inqr-master-line-3 to inquiry-report-record
           write inquiry-report-record

           move last-maintained-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-m-maintained
           move last-maintained-user to inqr-m-maintained-by
           move inqr-master-line-4 to inquiry-report-record
           write inquiry-report-record.

      * Maintenance queued for the account on the pending master, in
      * effective-date order
       300-report-pending-transactions.
           move "Pending transactions (PENDMST)"
               to inqr-section-title
           perform 120-write-section-title
           move zero to pending-found-count

           if pending-master-present
               move "N" to pending-master-switch
               move inquiry-account-id to pend-account-id
               move zero to pend-effective-date
               start pending-master key not < pend-key
                   invalid key
                       set end-of-pending-master to true
               end-start

               perform 310-report-one-pending
                   until end-of-pending-master
           end-if

           if pending-found-count = zero
               move "No transactions pending" to inqr-none-text
               perform 130-write-none-line
           end-if.

       310-report-one-pending.
           read pending-master next record
               at end
                   set end-of-pending-master to true
               not at end
                   add 1 to pending-records-read
           end-read

           if not end-of-pending-master
               if pend-account-id not = inquiry-account-id
                   set end-of-pending-master to true
               else
                   perform 315-write-pending-line
               end-if
           end-if.

       315-write-pending-line.
           add 1 to pending-found-count
           if pending-found-count = 1
               move inqr-pending-heading-line to inquiry-report-record
               write inquiry-report-record
           end-if

           move pend-transaction-image to pending-transaction-fields
           evaluate true
               when pending-add
                   move "ADD" to inqr-p-action
               when pending-change
                   move "CHANGE" to inqr-p-action
               when pending-close
                   move "CLOSE" to inqr-p-action
               when other
                   move pending-action-code to inqr-p-action
           end-evaluate
           move pend-effective-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-p-effective
           move pend-keyed-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-p-keyed
           move pend-user-id to inqr-p-user-id
           move pend-approver-user to inqr-p-approver
           move inqr-pending-line to inquiry-report-record
           write inquiry-report-record.

      * Anything of the account's parked in suspense, with its reject
      * reason and days waiting.  The suspense file is flat, so it is
      * read through for each account.
       400-report-suspense.
           move "Suspense (SUSPFILE)" to inqr-section-title
           perform 120-write-section-title
           move zero to suspense-found-count

           open input suspense-file
           evaluate suspense-file-status-code
               when "00"
                   move "N" to suspense-file-switch
                   perform 410-check-one-suspense
                       until end-of-suspense-file
                   close suspense-file
               when "35"
                   continue
               when other
                   display "Unable to open suspense file SUSPFILE - "
                       "status " suspense-file-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate

           if suspense-found-count = zero
               move "Nothing in suspense" to inqr-none-text
               perform 130-write-none-line
           end-if.

       410-check-one-suspense.
           read suspense-file
               at end
                   set end-of-suspense-file to true
               not at end
                   add 1 to suspense-records-read
           end-read

           if not end-of-suspense-file
               move susp-original-record to suspense-account-fields
               if suspense-account-id = inquiry-account-id
                   perform 415-write-suspense-line
               end-if
           end-if.

       415-write-suspense-line.
           add 1 to suspense-found-count
           if suspense-found-count = 1
               move inqr-suspense-heading-line
                   to inquiry-report-record
               write inquiry-report-record
           end-if

           move susp-reject-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-s-rejected
           compute reject-day-number =
               (shown-date-yyyy * 360)
                   + (shown-date-mm * 30)
                   + shown-date-dd
           compute days-in-suspense =
               today-day-number - reject-day-number
           if days-in-suspense < zero
               move zero to days-in-suspense
           end-if
           move days-in-suspense to inqr-s-days
           move susp-reject-reason to inqr-s-reason
           move inqr-suspense-line to inquiry-report-record
           write inquiry-report-record.

      * The account's position on the ledger and when it last posted
       500-report-ledger-position.
           move "Ledger position (LEDGMST)" to inqr-section-title
           perform 120-write-section-title

           if not ledger-master-present
               move "Never posted to the ledger" to inqr-none-text
               perform 130-write-none-line
           else
               move inquiry-account-id to ledger-account-id
               read ledger-master
                   invalid key
                       move "Never posted to the ledger"
                           to inqr-none-text
                       perform 130-write-none-line
                   not invalid key
                       add 1 to ledger-records-read
                       perform 510-write-ledger-lines
               end-read
           end-if.

       510-write-ledger-lines.
           move ledger-future-value to inqr-l-future-value
           move inquiry-currency-code to inqr-l-currency
           move ledger-future-value-base to inqr-l-future-value-base
           move inqr-ledger-line-1 to inquiry-report-record
           write inquiry-report-record
           move ledger-last-posted-date to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-l-last-posted
           move inqr-ledger-line-2 to inquiry-report-record
           write inquiry-report-record.

      * The latest projection runs for the account, whether still on
      * the history master or rolled to the archive, with each run's
      * movement from the run before
       600-report-projection-history.
           move "Projection history (HISTMST / HISTARCH)"
               to inqr-section-title
           perform 120-write-section-title
           move zero to history-run-count

           perform 610-gather-archive-runs
           if history-master-present
               perform 620-gather-master-runs
           end-if

           if history-run-count = zero
               move "No projection history" to inqr-none-text
               perform 130-write-none-line
           else
               move inqr-history-heading-line to inquiry-report-record
               write inquiry-report-record
               if history-run-count > history-runs-shown
                   compute first-run-shown =
                       history-run-count - history-runs-shown + 1
               else
                   move 1 to first-run-shown
               end-if
               perform 650-write-history-line
                   varying history-sub from first-run-shown by 1
                   until history-sub > history-run-count
           end-if.

      * The archive is flat, so it is read through for each account
       610-gather-archive-runs.
           open input archive-file
           evaluate archive-file-status-code
               when "00"
                   move "N" to archive-file-switch
                   perform 615-check-one-archived-run
                       until end-of-archive-file
                   close archive-file
               when "35"
                   continue
               when other
                   display "Unable to open history archive HISTARCH - "
                       "status " archive-file-status-code
                   move 16 to return-code
                   perform 910-write-run-statistics
                   stop run
           end-evaluate.

       615-check-one-archived-run.
           read archive-file
               at end
                   set end-of-archive-file to true
               not at end
                   add 1 to archive-records-read
           end-read

           if not end-of-archive-file
               if arch-account-id = inquiry-account-id
                   move arch-run-date to cand-run-date
                   move "ARCHIVE" to cand-source
                   move arch-future-value-base
                       to cand-future-value-base
                   move arch-status-code to cand-status-code
                   perform 630-keep-history-run
               end-if
           end-if.

      * The master is keyed by account and run date, so the
      * account's runs are read in order from its first
       620-gather-master-runs.
           move "N" to history-master-switch
           move inquiry-account-id to hist-account-id
           move zero to hist-run-date
           start history-master key not < hist-key
               invalid key
                   set end-of-history-master to true
           end-start

           perform 625-check-one-master-run
               until end-of-history-master.

       625-check-one-master-run.
           read history-master next record
               at end
                   set end-of-history-master to true
               not at end
                   add 1 to history-records-read
           end-read

           if not end-of-history-master
               if hist-account-id not = inquiry-account-id
                   set end-of-history-master to true
               else
                   move hist-run-date to cand-run-date
                   move "MASTER" to cand-source
                   move hist-future-value-base
                       to cand-future-value-base
                   move hist-status-code to cand-status-code
                   perform 630-keep-history-run
               end-if
           end-if.

      * Places a run in the table in run-date order.  Once the table
      * is full a run older than every one kept is not wanted; a
      * newer one pushes the oldest out.
       630-keep-history-run.
           if history-run-count = history-run-maximum
               if cand-run-date > hrn-run-date(1)
                   perform 635-drop-oldest-run
                       varying history-sub from 1 by 1
                       until history-sub = history-run-maximum
                   subtract 1 from history-run-count
                   perform 632-insert-history-run
               end-if
           else
               perform 632-insert-history-run
           end-if.

       632-insert-history-run.
           compute history-slot = history-run-count + 1
           move "N" to history-slot-switch
           perform 640-make-room-for-run
               until history-slot = 1
                   or history-slot-found

           move cand-run-date to hrn-run-date(history-slot)
           move cand-source to hrn-source(history-slot)
           move cand-future-value-base
               to hrn-future-value-base(history-slot)
           move cand-status-code to hrn-status-code(history-slot)
           add 1 to history-run-count.

       635-drop-oldest-run.
           move history-run-entry(history-sub + 1)
               to history-run-entry(history-sub).

      * Moves a later run up one place, until the slot the new run
      * belongs in is reached
       640-make-room-for-run.
           compute prior-slot = history-slot - 1
           if hrn-run-date(prior-slot) > cand-run-date
               move history-run-entry(prior-slot)
                   to history-run-entry(history-slot)
               move prior-slot to history-slot
           else
               set history-slot-found to true
           end-if.

      * One run's line.  Movement is shown only when this run and the
      * one before both projected the account - a reject has no
      * value to move from or to.
       650-write-history-line.
           move hrn-run-date(history-sub) to shown-date-yyyymmdd
           perform 030-format-shown-date
           move shown-date-text to inqr-h-run-date
           move hrn-source(history-sub) to inqr-h-source
           if hrn-status-code(history-sub) = "OK"
               move "OK" to inqr-h-status
           else
               move "REJECTED" to inqr-h-status
           end-if
           move hrn-future-value-base(history-sub)
               to inqr-h-base-value

           move spaces to inqr-h-movement-x
           if history-sub > 1
               compute prior-slot = history-sub - 1
               if hrn-status-code(history-sub) = "OK"
                       and hrn-status-code(prior-slot) = "OK"
                   compute movement-amount =
                       hrn-future-value-base(history-sub)
                           - hrn-future-value-base(prior-slot)
                   move movement-amount to inqr-h-movement
               end-if
           end-if
           move inqr-history-line to inquiry-report-record
           write inquiry-report-record.

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

           move "INQR2000" to rst-program-id
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

      * Stages each data file's records read onto the record; the
      * inquiry writes nothing but its printed report.  An inquiry is
      * asked for, not run by the nightly chain, so it belongs to no
      * cycle and its cycle number stays zero.
       920-load-file-statistics.
           move "ACCTMST" to stat-file-name
           move account-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "PENDMST" to stat-file-name
           move pending-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "SUSPFILE" to stat-file-name
           move suspense-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "LEDGMST" to stat-file-name
           move ledger-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "HISTMST" to stat-file-name
           move history-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics

           move "HISTARCH" to stat-file-name
           move archive-records-read to stat-file-read
           move zero to stat-file-written
           perform 912-add-file-statistics.
