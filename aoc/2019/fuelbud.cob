      * module-id the engineering master does not know is reported,
      * not silently carried - that is usually finance budgeting a
      * module we renamed.
      *
      * a month FUELCLOS has closed is reported from its frozen
      * snapshot (period-snapshot.txt), not from module-history.txt,
      * so a reprint matches what finance was given at the close.
      * An open month's actuals are its module-history plus the
      * adjustments FUELCALC posted into it (fuel-adjustments.txt)
      * for corrections to closed months; the ADJUST column shows
      * how much of each actual came from those adjustments. The
      * month defaults to the run-control month; cols 1-6 of
      * fuelbud-params.txt (yyyymm) report another one.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'fuelbud-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional budget-file assign to
                   'fuel-budget.txt'
                 organization is line sequential
                   'module-history.txt'
                 organization is line sequential
                 file status is module-history-status.
               select optional fuel-adjustments assign to
                   'fuel-adjustments.txt'
                 organization is line sequential
                 file status is fuel-adjustments-status.
               select optional closed-periods assign to
                   'closed-periods.txt'
                 organization is line sequential
                 file status is closed-periods-status.
               select optional period-snapshot assign to
                   'period-snapshot.txt'
                 organization is line sequential
                 file status is period-snapshot-status.
               select optional module-master assign to
                   'module-master.txt'
                 organization is line sequential

       data division.
           file section.
           fd param-card-file.
           01 param-card-record.
             05 fp-period pic x(6).

           fd budget-file.
           01 budget-card-record.
             05 fb-module-id pic x(10).
             05 mh-module-id pic x(10).
             05 mh-subtotal pic 9(8).

           fd fuel-adjustments.
           copy "fuel-adjustment.cpy".

           fd closed-periods.
           copy "closed-period.cpy".

           fd period-snapshot.
           copy "period-snapshot.cpy".

           fd module-master.
           01 module-master-record.
             05 mm-module-id pic x(10).
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 budget-file-status pic 99.
           77 module-history-status pic 99.
           77 fuel-adjustments-status pic 99.
           77 closed-periods-status pic 99.
           77 period-snapshot-status pic 99.
           77 module-master-status pic 99.
           77 budget-report-status pic 99.
           77 audit-log-status pic 99.
           77 over-budget-count pic 9(4) value 0.
           77 unbudgeted-actual pic 9(10) value 0.

      * the report month's close, if it has one: the snapshot
      * records carrying this close run's stamp are the frozen
      * figures; anything else in the snapshot file is from a close
      * that never finished.
           77 month-closed pic 9 value 0.
           77 close-run-date pic 9(8).
           77 close-run-id pic 9(4).
           77 adjustments-read pic 9(8) value 0.
           77 snapshot-records-read pic 9(8) value 0.
           77 later-adjust-count pic 9(6) value 0.
           77 later-adjust-fuel pic 9(10) value 0.
           77 actual-amount pic 9(10).
           77 adjust-amount pic 9(10).

      * the engineering module master, loaded the way the fuel job
      * loads it, so a budget card can be proved against the modules
      * we actually operate. Without the file the check is off, the
               10 bud-module-id pic x(10).
               10 bud-amount pic 9(8).
               10 bud-actual pic 9(10).
               10 bud-adjust pic 9(10).
               10 bud-known pic 9.

           77 variance-amount pic s9(10).
           77 variance-pct pic s9(6)v9.
           77 total-budget pic 9(10) value 0.
           77 total-actual pic 9(10) value 0.
           77 total-adjust pic 9(10) value 0.
           77 budget-disp pic z(8)9.
           77 actual-disp pic z(9)9.
           77 adjust-disp pic z(9)9.
           77 variance-disp pic -(9)9.
           77 pct-disp pic +(5)9.9.
           77 over-flag pic x(5).

           perform 0005-read-run-control.
           move run-date(1:6) to report-month.
           perform 0008-read-param-card.

           perform 0010-load-module-master.
           perform 0020-load-budget-cards.
           perform 0025-check-month-closed.
           if month-closed equal to 1 then
             perform 0036-accumulate-snapshot
           else
             perform 0030-accumulate-actuals
           end-if.
           perform 0038-accumulate-adjustments.

           open output budget-report.
           perform 0040-write-report.
             close run-control
           end-if.

       0008-read-param-card.
           initialize param-card-record.
           open input param-card-file.
           if param-card-status equal to 0 then
             read param-card-file
               at end continue
             end-read
             close param-card-file
           end-if.
           if fp-period is numeric
               and function numval(fp-period) greater than 0
             move fp-period to report-month
           end-if.

       0010-load-module-master.
           open input module-master.
           if module-master-status not equal to 0 then
           move fb-module-id to bud-module-id(bud-x).
           move fb-budget to bud-amount(bud-x).
           move 0 to bud-actual(bud-x).
           move 0 to bud-adjust(bud-x).
           move 1 to bud-known(bud-x).
           if master-loaded equal to 1 then
             move fb-module-id to lookup-module-id
               move 1 to module-is-known
           end-search.

       0025-check-month-closed.
           open input closed-periods.
           if closed-periods-status not equal to 0 then
             close closed-periods
             exit paragraph
           end-if.
           perform until closed-periods-status equal to 10
             read closed-periods
               at end exit perform
             end-read
             if cp-period equal to report-month
               move 1 to month-closed
               move cp-close-run-date to close-run-date
               move cp-close-run-id to close-run-id
             end-if
           end-perform.
           close closed-periods.

       0030-accumulate-actuals.
           open input module-history.
           if module-history-status not equal to 0 then
             exit paragraph
           end-if.
           add 1 to history-records-read.
           move mh-module-id to lookup-module-id.
           move mh-subtotal to actual-amount.
           move 0 to adjust-amount.
           perform 0034-apply-actual.

       0034-apply-actual.
           set bud-x to 1.
           search budget-entry
             at end
      *        actual fuel with no budget card this month: keep the
      *        total so the rollup still foots to the history.
               add actual-amount to unbudgeted-actual
             when bud-module-id(bud-x) equal to lookup-module-id
               and bud-x not greater than budget-count
               add actual-amount to bud-actual(bud-x)
               add adjust-amount to bud-adjust(bud-x)
           end-search.

       0036-accumulate-snapshot.
      * a closed month's actuals are what the close froze - its
      * history and the adjustments posted into it up to the close.
           open input period-snapshot.
           if period-snapshot-status not equal to 0 then
             close period-snapshot
             exit paragraph
           end-if.
           perform until period-snapshot-status equal to 10
             read period-snapshot
               at end exit perform
             end-read
             if ps-period equal to report-month
                 and ps-close-run-date equal to close-run-date
                 and ps-close-run-id equal to close-run-id
               add 1 to snapshot-records-read
               move ps-module-id to lookup-module-id
               compute actual-amount =
                 ps-history-fuel + ps-adjust-fuel
               move ps-adjust-fuel to adjust-amount
               perform 0034-apply-actual
             end-if
           end-perform.
           close period-snapshot.

       0038-accumulate-adjustments.
      * an open month takes the adjustments posted into it. For a
      * closed month those are already in the snapshot; the ones
      * posted later against it belong to the months they were
      * posted to and are only counted for the report trailer.
           open input fuel-adjustments.
           if fuel-adjustments-status not equal to 0 then
             close fuel-adjustments
             exit paragraph
           end-if.
           perform until fuel-adjustments-status equal to 10
             read fuel-adjustments
               at end exit perform
             end-read
             if month-closed equal to 0
                 and fa-period equal to report-month
               add 1 to adjustments-read
               move fa-module-id to lookup-module-id
               move fa-fuel to actual-amount
               move fa-fuel to adjust-amount
               perform 0034-apply-actual
             end-if
             if month-closed equal to 1
                 and fa-closed-period equal to report-month
                 and fa-period greater than report-month
               add 1 to later-adjust-count
               add fa-fuel to later-adjust-fuel
             end-if
           end-perform.
           close fuel-adjustments.

       0040-write-report.
           move spaces to budget-report-line.
           string 'FUEL BUDGET VS ACTUAL - MONTH ' report-month
             '  RUN DATE: ' run-date '  RUN ID: ' run-id
             delimited by size into budget-report-line.
           write budget-report-line.
           if month-closed equal to 1 then
             move spaces to budget-report-line
             string 'PERIOD CLOSED ' close-run-date ' RUN ID: '
               close-run-id ' - FROZEN FIGURES'
               delimited by size into budget-report-line
             write budget-report-line
           end-if.
           move spaces to budget-report-line.
           write budget-report-line.
           move spaces to budget-report-line.
           string 'MODULE         BUDGET     ACTUAL     ADJUST'
             '   VARIANCE '
             '   VAR-PCT'
             delimited by size into budget-report-line.
           write budget-report-line.
           write budget-report-line.
           move total-budget to budget-disp.
           move total-actual to actual-disp.
           move total-adjust to adjust-disp.
           compute variance-amount = total-actual - total-budget.
           move variance-amount to variance-disp.
           move spaces to budget-report-line.
           string 'CAMPUS       ' budget-disp ' ' actual-disp ' '
             adjust-disp ' ' variance-disp
             delimited by size into budget-report-line.
           write budget-report-line.
           if unbudgeted-actual greater than 0 then
               delimited by size into budget-report-line
             write budget-report-line
           end-if.
           if later-adjust-count greater than 0 then
             move later-adjust-fuel to actual-disp
             move spaces to budget-report-line
             string 'CORRECTIONS POSTED TO LATER PERIODS: '
               later-adjust-count ' FUEL ' actual-disp
               delimited by size into budget-report-line
             write budget-report-line
           end-if.

       0042-report-one-module.
           if bud-known(bud-x) equal to 0 then

           add bud-amount(bud-x) to total-budget.
           add bud-actual(bud-x) to total-actual.
           add bud-adjust(bud-x) to total-adjust.
           compute variance-amount =
             bud-actual(bud-x) - bud-amount(bud-x).
           move spaces to over-flag.

           move bud-amount(bud-x) to budget-disp.
           move bud-actual(bud-x) to actual-disp.
           move bud-adjust(bud-x) to adjust-disp.
           move variance-amount to variance-disp.
           move spaces to budget-report-line.
           if bud-amount(bud-x) greater than 0 then
               variance-amount * 100 / bud-amount(bud-x)
             move variance-pct to pct-disp
             string bud-module-id(bud-x) '  ' budget-disp ' '
               actual-disp ' ' adjust-disp ' ' variance-disp ' '
               pct-disp ' ' over-flag
               delimited by size into budget-report-line
           else
             string bud-module-id(bud-x) '  ' budget-disp ' '
               actual-disp ' ' adjust-disp ' ' variance-disp
               '       - '
               over-flag
               delimited by size into budget-report-line
           end-if.
           move 'FUELBUD' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read = history-records-read
             + snapshot-records-read + adjustments-read.
           move report-lines-written to al-records-written.
           move over-budget-count to al-reject-count.
           move job-final-status to al-final-status.
