       identification division.
       program-id. FUELCLOS.

      * Fuel month-end close. Once finance has reported a month out
      * of FUELBUD and FUELTRND its numbers must stop moving, but
      * module-history.txt takes whatever the fuel job appends and
      * correction cards used to restate any run they could match.
      * This job freezes one month: it totals the month's per-module
      * actuals from module-history.txt, adds the adjustments
      * FUELCALC posted into the month (fuel-adjustments.txt), and
      * writes them as the month's frozen snapshot
      * (period-snapshot.txt), then the closed-period record
      * (closed-periods.txt) that makes the close final. From then
      * on FUELCALC's correction mode posts cards against the month
      * as adjustments to the open period, and FUELBUD reports the
      * month from the snapshot.
      *
      * the month closed is the one before the run-control month,
      * or yyyymm from cols 1-6 of the parameter card
      * (fuelclos-params.txt). The month in progress and later ones
      * cannot be closed, and a month already closed stays as it
      * was closed.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'fuelclos-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional closed-periods assign to
                   'closed-periods.txt'
                 organization is line sequential
                 file status is closed-periods-status.
               select optional module-history assign to
                   'module-history.txt'
                 organization is line sequential
                 file status is module-history-status.
               select optional fuel-adjustments assign to
                   'fuel-adjustments.txt'
                 organization is line sequential
                 file status is fuel-adjustments-status.
               select optional period-snapshot assign to
                   'period-snapshot.txt'
                 organization is line sequential
                 file status is period-snapshot-status.
               select close-report assign to
                   'period-close-report.txt'
                 organization is line sequential
                 file status is close-report-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.
               select optional run-control assign to
                   'run-control.txt'
                 organization is line sequential
                 file status is run-control-status.

       data division.
           file section.
           fd param-card-file.
           01 param-card-record.
             05 fl-period pic x(6).

           fd closed-periods.
           copy "closed-period.cpy".

           fd module-history.
           01 module-history-record.
             05 mh-run-date pic 9(8).
             05 mh-run-id pic 9(4).
             05 mh-module-id pic x(10).
             05 mh-subtotal pic 9(8).

           fd fuel-adjustments.
           copy "fuel-adjustment.cpy".

           fd period-snapshot.
           copy "period-snapshot.cpy".

           fd close-report.
           01 close-report-line pic x(100).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 closed-periods-status pic 99.
           77 module-history-status pic 99.
           77 fuel-adjustments-status pic 99.
           77 period-snapshot-status pic 99.
           77 close-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 close-period pic 9(6).
           77 close-year pic 9(4).
           77 close-month pic 9(2).
           77 run-period pic 9(6).
           77 already-closed pic 9 value 0.
           77 prior-close-date pic 9(8).
           77 history-records-read pic 9(8) value 0.
           77 adjustments-read pic 9(8) value 0.
           77 snapshot-records-written pic 9(8) value 0.
           77 total-history-fuel pic 9(10) value 0.
           77 total-adjust-fuel pic 9(10) value 0.

      * the month's modules in module-id order, found by binary
      * search so a month of nightly history does not turn into a
      * serial scan per record.
           77 module-count pic 9(5) value 0.
           77 module-table-max pic 9(5) value 10000.
           77 lookup-module-id pic x(10).
           77 module-found pic 9.
           77 low-x pic 9(5).
           77 high-x pic 9(5).
           77 mid-x pic 9(5).
           77 mx pic 9(5).
           01 module-table.
             05 module-entry occurs 10000 times.
               10 mod-module-id pic x(10).
               10 mod-history-fuel pic 9(10).
               10 mod-adjust-fuel pic 9(10).

           77 fuel-disp pic z(9)9.
           77 count-disp pic z(5)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           perform 0010-check-already-closed.

           open output close-report.
           perform 0040-write-report-header.
           if already-closed equal to 1 then
             move spaces to close-report-line
             string 'PERIOD ' close-period ' WAS CLOSED ON '
               prior-close-date ' - NOTHING CHANGED'
               delimited by size into close-report-line
             write close-report-line
             close close-report
             display 'Period ' close-period ' already closed on '
               prior-close-date
             move 'WARN' to job-final-status
             move 4 to return-code
             perform 0060-write-audit-log
             goback
           end-if.

           perform 0020-total-history.
           perform 0025-total-adjustments.
           perform 0030-write-snapshot.
           perform 0035-write-closed-period.

           perform 0045-write-report-body.
           close close-report.

           move total-history-fuel to fuel-disp.
           display 'Period ' close-period ' closed: ' module-count
             ' modules  history fuel ' fuel-disp.
           perform 0060-write-audit-log.
           goback.

       0005-read-run-control.
      * pick up the run date and suite run-id the scheduler assigned
      * this night; with no run-control file (a hand-started run),
      * fall back to the current date and run-id zero.
           move current-date-time(1:8) to run-date.
           move 0 to run-id.
           open input run-control.
           if run-control-status equal to 0 then
             read run-control
               not at end
                 move rc-run-date to run-date
                 move rc-run-id to run-id
             end-read
             close run-control
           end-if.

       0008-read-param-card.
           move run-date(1:6) to run-period.
           move run-date(1:4) to close-year.
           move run-date(5:2) to close-month.
           if close-month equal to 1 then
             subtract 1 from close-year
             move 12 to close-month
           else
             subtract 1 from close-month
           end-if.
           move close-year to close-period(1:4).
           move close-month to close-period(5:2).

           initialize param-card-record.
           open input param-card-file.
           if param-card-status equal to 0 then
             read param-card-file
               at end continue
             end-read
             close param-card-file
           end-if.
           if fl-period is numeric
               and function numval(fl-period) greater than 0
             move fl-period to close-period
           end-if.
           if close-period(5:2) less than '01'
               or close-period(5:2) greater than '12' then
             display 'Close period ' close-period ' is not a month'
             perform 0090-abort-close
           end-if.
           if close-period not less than run-period then
             display 'Close period ' close-period ' is not over yet'
               ' - run period is ' run-period
             perform 0090-abort-close
           end-if.

       0010-check-already-closed.
           open input closed-periods.
           if closed-periods-status not equal to 0 then
             close closed-periods
             exit paragraph
           end-if.
           perform until closed-periods-status equal to 10
             read closed-periods
               at end exit perform
             end-read
             if cp-period equal to close-period
               move 1 to already-closed
               move cp-close-run-date to prior-close-date
             end-if
           end-perform.
           close closed-periods.

       0020-total-history.
           open input module-history.
           if module-history-status not equal to 0 then
             display 'No module history - period ' close-period
               ' closes with no actuals'
             close module-history
             exit paragraph
           end-if.
           perform 0022-total-one-history-record
             until module-history-status equal to 10.                   (end of file)
           close module-history.

       0022-total-one-history-record.
           read module-history
             at end exit paragraph.
           if mh-run-date(1:6) not equal to close-period then
             exit paragraph
           end-if.
           add 1 to history-records-read.
           move mh-module-id to lookup-module-id.
           perform 0050-find-or-add-module.
           add mh-subtotal to mod-history-fuel(mid-x).
           add mh-subtotal to total-history-fuel.

       0025-total-adjustments.
           open input fuel-adjustments.
           if fuel-adjustments-status not equal to 0 then
             close fuel-adjustments
             exit paragraph
           end-if.
           perform until fuel-adjustments-status equal to 10
             read fuel-adjustments
               at end exit perform
             end-read
             if fa-period equal to close-period
               add 1 to adjustments-read
               move fa-module-id to lookup-module-id
               perform 0050-find-or-add-module
               add fa-fuel to mod-adjust-fuel(mid-x)
               add fa-fuel to total-adjust-fuel
             end-if
           end-perform.
           close fuel-adjustments.

       0030-write-snapshot.
      * the snapshot goes down first; the closed-period record
      * written after it is what makes these records count.
           open extend period-snapshot.
           perform varying mx from 1 by 1 until mx > module-count
             initialize period-snapshot-record
             move close-period to ps-period
             move mod-module-id(mx) to ps-module-id
             move mod-history-fuel(mx) to ps-history-fuel
             move mod-adjust-fuel(mx) to ps-adjust-fuel
             move run-date to ps-close-run-date
             move run-id to ps-close-run-id
             write period-snapshot-record
             add 1 to snapshot-records-written
           end-perform.
           close period-snapshot.

       0035-write-closed-period.
           initialize closed-period-record.
           move close-period to cp-period.
           move run-date to cp-close-run-date.
           move run-id to cp-close-run-id.
           move module-count to cp-module-count.
           move total-history-fuel to cp-history-fuel.
           move total-adjust-fuel to cp-adjust-fuel.
           open extend closed-periods.
           write closed-period-record.
           close closed-periods.

       0040-write-report-header.
           move spaces to close-report-line.
           string 'FUEL MONTH-END CLOSE - PERIOD ' close-period
             '  RUN DATE: ' run-date '  RUN ID: ' run-id
             delimited by size into close-report-line.
           write close-report-line.
           move spaces to close-report-line.
           write close-report-line.

       0045-write-report-body.
           move spaces to close-report-line.
           string 'MODULE         HISTORY-FUEL  ADJUST-FUEL'
             '   FROZEN-FUEL'
             delimited by size into close-report-line.
           write close-report-line.
           perform varying mx from 1 by 1 until mx > module-count
             perform 0047-report-one-module
           end-perform.
           move spaces to close-report-line.
           write close-report-line.
           move spaces to close-report-line.
           move total-history-fuel to fuel-disp.
           string 'PERIOD TOTAL     ' fuel-disp
             delimited by size into close-report-line.
           move total-adjust-fuel to fuel-disp.
           move fuel-disp to close-report-line(31:10).
           compute fuel-disp = total-history-fuel + total-adjust-fuel.
           move fuel-disp to close-report-line(45:10).
           write close-report-line.
           move spaces to close-report-line.
           move module-count to count-disp.
           string 'PERIOD ' close-period ' CLOSED - ' count-disp
             ' MODULES FROZEN FROM ' history-records-read
             ' HISTORY RECORDS AND ' adjustments-read ' ADJUSTMENTS'
             delimited by size into close-report-line.
           write close-report-line.

       0047-report-one-module.
           move spaces to close-report-line.
           move mod-module-id(mx) to close-report-line(1:10).
           move mod-history-fuel(mx) to fuel-disp.
           move fuel-disp to close-report-line(18:10).
           move mod-adjust-fuel(mx) to fuel-disp.
           move fuel-disp to close-report-line(31:10).
           compute fuel-disp =
             mod-history-fuel(mx) + mod-adjust-fuel(mx).
           move fuel-disp to close-report-line(45:10).
           write close-report-line.

       0050-find-or-add-module.
      * binary search; when the id is absent low-x is where it
      * belongs, and the entries above it shift up one.
           move 1 to low-x.
           move module-count to high-x.
           move 0 to module-found.
           perform until module-found equal to 1
             or low-x greater than high-x
               compute mid-x = (low-x + high-x) / 2
               evaluate true
                 when mod-module-id(mid-x) equal to lookup-module-id
                   move 1 to module-found
                 when mod-module-id(mid-x) less than lookup-module-id
                   compute low-x = mid-x + 1
                 when other
                   if mid-x equal to 1
                     move 0 to high-x
                   else
                     compute high-x = mid-x - 1
                   end-if
               end-evaluate
           end-perform.
           if module-found equal to 1 then
             exit paragraph
           end-if.
           if module-count not less than module-table-max then
             display 'Period ' close-period ' has more than '
               module-table-max ' modules - raise module-table-max'
             perform 0090-abort-close
           end-if.
           add 1 to module-count.
           perform varying mx from module-count by -1
             until mx not greater than low-x
               move module-entry(mx - 1) to module-entry(mx)
           end-perform.
           move low-x to mid-x.
           move lookup-module-id to mod-module-id(mid-x).
           move 0 to mod-history-fuel(mid-x).
           move 0 to mod-adjust-fuel(mid-x).

       0090-abort-close.
      * a close that cannot be trusted is an abend the scheduler and
      * the audit trail both need to see under its own RC, not a
      * silent no-show.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'FUELCLOS' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read =
             history-records-read + adjustments-read.
           move snapshot-records-written to al-records-written.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
