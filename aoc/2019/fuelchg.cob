       identification division.
       program-id. FUELCHG.

      * Fuel chargeback. Finance bills each month's fuel back to the
      * cost centers that own the modules burning it. Every run's
      * per-module subtotals already land in module-history.txt, the
      * module-to-cost-center assignments are kept next to the
      * master by MODMAINT (module-cost-centers.txt), and purchasing
      * keeps a dated unit-price table (fuel-prices.txt: effective
      * date yyyymmdd in cols 1-8, price per unit of fuel in cols
      * 9-17 as 5 whole and 4 decimal digits). This step prices each
      * run's subtotals at the price in effect on that run's date,
      * rolls the month up by cost center, and writes the general
      * ledger interface file (fuel-gl-journal.txt): one debit line
      * per cost center to the fuel expense account, one balancing
      * credit line to the fuel clearing account, and a control
      * trailer carrying the line count and both totals so the
      * ledger can prove the file before posting it.
      *
      * corrections FUELCALC posted into the month for runs in an
      * earlier, closed month (fuel-adjustments.txt) are charged
      * with it: each is priced at the price in effect on the run
      * that posted it and billed to its module's cost center, so
      * the ledger sees the same month FUELBUD reports. A month
      * FUELCLOS has closed is charged from its frozen snapshot
      * (period-snapshot.txt) - the history and adjustment fuel as
      * they stood at the close - and, the snapshot carrying no run
      * dates, priced at the price in effect at the month's end.
      * Corrections posted after the close against a closed month
      * belong to the month they were posted to and are charged
      * there.
      *
      * a module with no cost center is not left out - its fuel
      * still burned. It is charged to the suspense cost center and
      * listed on the report so finance can chase the assignment.
      * Fuel on a run dated before the first price card cannot be
      * priced at all; it is totalled on the report and the step
      * ends WARN.
      *
      * the month is the run-control month, as in FUELBUD. The
      * parameter card (fuelchg-params.txt) can override it for a
      * late rerun of a prior month (yyyymm in cols 1-6), and names
      * the suspense cost center (cols 7-16, default SUSPENSE), the
      * debit account (cols 17-26, default FUELEXP) and the credit
      * account (cols 27-36, default FUELCLR).

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'fuelchg-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional price-file assign to
                   'fuel-prices.txt'
                 organization is line sequential
                 file status is price-file-status.
               select optional cost-center-file assign to
                   'module-cost-centers.txt'
                 organization is line sequential
                 file status is cost-center-status.
               select optional module-history assign to
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
               select gl-journal assign to
                   'fuel-gl-journal.txt'
                 organization is line sequential
                 file status is gl-journal-status.
               select chargeback-report assign to
                   'fuel-chargeback-report.txt'
                 organization is line sequential
                 file status is chargeback-report-status.
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
             05 fc-period pic x(6).
             05 fc-suspense-center pic x(10).
             05 fc-debit-account pic x(10).
             05 fc-credit-account pic x(10).

           fd price-file.
           01 price-card-record.
             05 fp-effective-date pic 9(8).
             05 fp-unit-price pic 9(5)v9(4).

           fd cost-center-file.
           01 cost-center-record.
             05 cc-module-id pic x(10).
             05 cc-cost-center pic x(10).
             05 cc-assigned-date pic 9(8).
             05 cc-assigned-user pic x(8).

           fd module-history.
           01 module-history-record.
             05 mh-run-date pic 9(8).
             05 mh-run-id pic 9(4).
             05 mh-module-id pic x(10).
             05 mh-subtotal pic 9(8).

           fd fuel-adjustments.
           copy "fuel-adjustment.cpy".

           fd closed-periods.
           copy "closed-period.cpy".

           fd period-snapshot.
           copy "period-snapshot.cpy".

      * ledger interface layout: D and C lines share one shape, the
      * T trailer closes the file with the control totals.
           fd gl-journal.
           01 gl-journal-record.
             05 gj-record-type pic x.
             05 gj-period pic 9(6).
             05 gj-account pic x(10).
             05 gj-cost-center pic x(10).
             05 gj-amount pic 9(11)v99.
             05 gj-fuel pic 9(10).
             05 gj-run-date pic 9(8).
             05 gj-run-id pic 9(4).
             05 gj-description pic x(30).
           01 gl-journal-trailer.
             05 gt-record-type pic x.
             05 gt-period pic 9(6).
             05 gt-line-count pic 9(6).
             05 gt-debit-total pic 9(13)v99.
             05 gt-credit-total pic 9(13)v99.
             05 gt-fuel-total pic 9(12).
             05 gt-run-date pic 9(8).
             05 gt-run-id pic 9(4).
             05 filler pic x(25).

           fd chargeback-report.
           01 chargeback-report-line pic x(100).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 price-file-status pic 99.
           77 cost-center-status pic 99.
           77 module-history-status pic 99.
           77 fuel-adjustments-status pic 99.
           77 closed-periods-status pic 99.
           77 period-snapshot-status pic 99.
           77 gl-journal-status pic 99.
           77 chargeback-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.
           77 report-month pic 9(6).
           77 suspense-center pic x(10) value 'SUSPENSE'.
           77 debit-account pic x(10) value 'FUELEXP'.
           77 credit-account pic x(10) value 'FUELCLR'.
           77 history-records-read pic 9(8) value 0.
           77 report-lines-written pic 9(8) value 0.
           77 journal-lines-written pic 9(6) value 0.

      * the report month's close, if it has one, as FUELBUD finds
      * it: only snapshot records stamped with that close count.
           77 month-closed pic 9 value 0.
           77 close-run-date pic 9(8).
           77 close-run-id pic 9(4).
           77 month-end-date pic 9(8).
           77 adjustments-read pic 9(8) value 0.
           77 snapshot-records-read pic 9(8) value 0.
           77 adjust-fuel-total pic 9(10) value 0.
           77 adjust-amount-total pic 9(11)v99 value 0.
           77 later-adjust-count pic 9(6) value 0.
           77 later-adjust-fuel pic 9(10) value 0.

      * the fuel being charged: a history record, an adjustment or
      * a snapshot line, and the date it is priced on.
           77 charge-module-id pic x(10).
           77 charge-fuel pic 9(10).
           77 price-date pic 9(8).

      * the price table, held in effective-date order so the price
      * for a run is the last card dated on or before it.
           77 price-count pic 9(4) value 0.
           77 price-table-max pic 9(4) value 1000.
           77 price-cards-read pic 9(6) value 0.
           77 bad-price-cards pic 9(6) value 0.
           77 px pic 9(4).
           77 sx pic 9(4).
           77 price-found pic 9.
           77 run-unit-price pic 9(5)v9(4).
           01 price-table.
             05 price-entry occurs 1000 times.
               10 prc-effective-date pic 9(8).
               10 prc-unit-price pic 9(5)v9(4).
           01 hold-price-entry.
             05 hold-effective-date pic 9(8).
             05 hold-unit-price pic 9(5)v9(4).

      * module-to-cost-center assignments, written by MODMAINT in
      * module-id order; a file out of order has been hand-edited
      * and is refused the way the fuel job refuses its master.
           77 assign-count pic 9(5) value 0.
           77 assign-table-max pic 9(5) value 10000.
           77 prev-assign-id pic x(10).
           01 assign-table.
             05 assign-entry occurs 10000 times
                 depending on assign-count
                 ascending key is asg-module-id
                 indexed by asg-x.
               10 asg-module-id pic x(10).
               10 asg-cost-center pic x(10).

      * the month's rollup, one entry per cost center charged, kept
      * in cost-center order as entries are added.
           77 center-count pic 9(4) value 0.
           77 center-table-max pic 9(4) value 1000.
           77 lookup-center pic x(10).
           77 center-x pic 9(4).
           77 center-found pic 9.
           77 mx pic 9(5).
           01 center-table.
             05 center-entry occurs 1000 times.
               10 ctr-cost-center pic x(10).
               10 ctr-records pic 9(8).
               10 ctr-fuel pic 9(10).
               10 ctr-amount pic 9(11)v99.

      * modules that fell to suspense, for the report listing.
           77 suspense-count pic 9(5) value 0.
           77 suspense-table-max pic 9(5) value 10000.
           01 suspense-table.
             05 suspense-entry occurs 10000 times indexed by sus-x.
               10 sus-module-id pic x(10).
               10 sus-fuel pic 9(10).
               10 sus-amount pic 9(11)v99.

           77 charge-center pic x(10).
           77 line-amount pic 9(11)v99.
           77 unpriced-records pic 9(8) value 0.
           77 unpriced-fuel pic 9(10) value 0.
           77 first-unpriced-date pic 9(8) value 0.
           77 total-fuel pic 9(12) value 0.
           77 total-debits pic 9(13)v99 value 0.
           77 total-credits pic 9(13)v99 value 0.

           77 count-disp pic z(7)9.
           77 fuel-disp pic z(9)9.
           77 amount-disp pic z(10)9.99.
           77 total-disp pic z(12)9.99.
           77 price-disp pic z(4)9.9999.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           move run-date(1:6) to report-month.
           perform 0008-read-param-card.

           perform 0010-load-prices.
           perform 0020-load-cost-centers.
           perform 0025-check-month-closed.
           if month-closed equal to 1 then
             perform 0046-price-snapshot
           else
             perform 0030-price-history
           end-if.
           perform 0048-price-adjustments.

           open output gl-journal.
           perform 0050-write-journal.
           close gl-journal.

           open output chargeback-report.
           perform 0040-write-report.
           close chargeback-report.

           move total-debits to total-disp.
           display 'Fuel chargeback for ' report-month ': '
             center-count ' cost centers  debits ' total-disp.
           if suspense-count greater than 0 then
             display 'Modules with no cost center: ' suspense-count
               ' - charged to ' suspense-center
           end-if.

           if suspense-count greater than 0
               or unpriced-records greater than 0
               or bad-price-cards greater than 0 then
             move 'WARN' to job-final-status
             move 4 to return-code
           end-if.
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
           initialize param-card-record.
           open input param-card-file.
           if param-card-status equal to 0 then
             read param-card-file
               at end continue
             end-read
             close param-card-file
           end-if.
           if fc-period is numeric
               and function numval(fc-period) greater than 0
             move fc-period to report-month
           end-if.
           if fc-suspense-center not equal to spaces then
             move fc-suspense-center to suspense-center
           end-if.
           if fc-debit-account not equal to spaces then
             move fc-debit-account to debit-account
           end-if.
           if fc-credit-account not equal to spaces then
             move fc-credit-account to credit-account
           end-if.

       0010-load-prices.
           open input price-file.
           if price-file-status not equal to 0 then
             display 'No fuel-prices.txt - no fuel can be priced'
             close price-file
             exit paragraph
           end-if.
           perform 0012-load-one-price-card
             until price-file-status equal to 10.                       (end of file)
           close price-file.
           perform 0014-sort-prices.
           display 'Fuel price cards loaded: ' price-count.

       0012-load-one-price-card.
           read price-file
             at end exit paragraph.
           if price-card-record equal to spaces then
             exit paragraph
           end-if.
           add 1 to price-cards-read.
           if fp-effective-date is not numeric
               or fp-unit-price is not numeric
               or fp-unit-price equal to 0 then
             display 'Bad fuel price card ignored: '
               price-card-record
             add 1 to bad-price-cards
             exit paragraph
           end-if.
      * two prices effective the same day leave the charge up to
      * card order; refuse the second the way FUELBUD refuses a
      * second budget card.
           perform varying px from 1 by 1 until px > price-count
             if prc-effective-date(px) equal to fp-effective-date
               display 'Duplicate fuel price card for '
                 fp-effective-date ' - ignored'
               add 1 to bad-price-cards
               exit paragraph
             end-if
           end-perform.
           if price-count not less than price-table-max then
             display 'Fuel price file exceeds ' price-table-max
               ' cards - raise price-table-max'
             perform 0090-abort-chargeback
           end-if.
           add 1 to price-count.
           move fp-effective-date to prc-effective-date(price-count).
           move fp-unit-price to prc-unit-price(price-count).

       0014-sort-prices.
      * straight insertion, the way MODMAINT orders its master.
           perform varying px from 2 by 1 until px > price-count
             move price-entry(px) to hold-price-entry
             move px to sx
             perform until sx equal to 1
               or prc-effective-date(sx - 1) not greater than
                 hold-effective-date
                 move price-entry(sx - 1) to price-entry(sx)
                 subtract 1 from sx
             end-perform
             move hold-price-entry to price-entry(sx)
           end-perform.

       0020-load-cost-centers.
           open input cost-center-file.
           if cost-center-status not equal to 0 then
             display 'No module-cost-centers.txt - all fuel goes to'
               ' suspense'
             close cost-center-file
             exit paragraph
           end-if.
           move low-values to prev-assign-id.
           perform 0022-load-one-cost-center
             until cost-center-status equal to 10.                      (end of file)
           close cost-center-file.
           display 'Cost-center assignments loaded: ' assign-count.

       0022-load-one-cost-center.
           read cost-center-file
             at end exit paragraph.
           if cc-module-id equal to spaces then
             exit paragraph
           end-if.
           if assign-count not less than assign-table-max then
             display 'Cost-center file exceeds ' assign-table-max
               ' entries - raise assign-table-max'
             perform 0090-abort-chargeback
           end-if.
           if cc-module-id not greater than prev-assign-id then
             display 'Cost-center file out of sequence at: '
               cc-module-id ' - rerun MODMAINT'
             perform 0090-abort-chargeback
           end-if.
           add 1 to assign-count.
           move cc-module-id to asg-module-id(assign-count).
           move cc-cost-center to asg-cost-center(assign-count).
           move cc-module-id to prev-assign-id.

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

       0030-price-history.
           open input module-history.
           if module-history-status not equal to 0 then
             display 'No module history - nothing to charge back'
             close module-history
             exit paragraph
           end-if.
           perform 0032-price-one-record
             until module-history-status equal to 10.                   (end of file)
           close module-history.

       0032-price-one-record.
           read module-history
             at end exit paragraph.
           if mh-run-date(1:6) not equal to report-month then
             exit paragraph
           end-if.
           add 1 to history-records-read.
           move mh-module-id to charge-module-id.
           move mh-subtotal to charge-fuel.
           move mh-run-date to price-date.
           perform 0033-charge-fuel.

       0033-charge-fuel.
      * price charge-fuel on price-date and roll it into the cost
      * center that owns charge-module-id.
           move 0 to line-amount.
           perform 0034-find-run-price.
           if price-found equal to 0 then
             add 1 to unpriced-records
             add charge-fuel to unpriced-fuel
             if first-unpriced-date equal to 0
                 or price-date less than first-unpriced-date
               move price-date to first-unpriced-date
             end-if
             exit paragraph
           end-if.
           compute line-amount rounded =
             charge-fuel * run-unit-price.

           move suspense-center to charge-center.
           if assign-count greater than 0 then
             search all assign-entry
               at end
                 continue
               when asg-module-id(asg-x) equal to charge-module-id
                 move asg-cost-center(asg-x) to charge-center
             end-search
           end-if.
           if charge-center equal to suspense-center then
             perform 0038-add-to-suspense
           end-if.

           move charge-center to lookup-center.
           perform 0036-find-center.
           if center-found equal to 0 then
             perform 0037-insert-center
           end-if.
           add 1 to ctr-records(center-x).
           add charge-fuel to ctr-fuel(center-x).
           add line-amount to ctr-amount(center-x).
           add charge-fuel to total-fuel.
           add line-amount to total-debits.

       0034-find-run-price.
      * the table is in effective-date order, so walk it until the
      * next card would take effect after this run.
           move 0 to price-found.
           perform varying px from 1 by 1 until px > price-count
             or prc-effective-date(px) greater than price-date
               move 1 to price-found
               move prc-unit-price(px) to run-unit-price
           end-perform.

       0036-find-center.
      * serial scan that also leaves center-x on the insertion point
      * when the cost center is not in the rollup yet.
           move 0 to center-found.
           move 1 to center-x.
           perform until center-x greater than center-count
             or ctr-cost-center(center-x) not less than lookup-center
               add 1 to center-x
           end-perform.
           if center-x not greater than center-count
               and ctr-cost-center(center-x) equal to lookup-center
             move 1 to center-found
           end-if.

       0037-insert-center.
           if center-count not less than center-table-max then
             display 'More than ' center-table-max ' cost centers'
               ' charged - raise center-table-max'
             perform 0090-abort-chargeback
           end-if.
           add 1 to center-count.
           move center-count to mx.
           perform until mx equal to center-x
             move center-entry(mx - 1) to center-entry(mx)
             subtract 1 from mx
           end-perform.
           move lookup-center to ctr-cost-center(center-x).
           move 0 to ctr-records(center-x).
           move 0 to ctr-fuel(center-x).
           move 0 to ctr-amount(center-x).

       0038-add-to-suspense.
           set sus-x to 1.
           search suspense-entry
             at end
               display 'More than ' suspense-table-max
                 ' unassigned modules - raise suspense-table-max'
               perform 0090-abort-chargeback
             when sus-x greater than suspense-count
               add 1 to suspense-count
               move charge-module-id to sus-module-id(sus-x)
               move charge-fuel to sus-fuel(sus-x)
               move line-amount to sus-amount(sus-x)
             when sus-module-id(sus-x) equal to charge-module-id
               add charge-fuel to sus-fuel(sus-x)
               add line-amount to sus-amount(sus-x)
           end-search.

       0040-write-report.
           move spaces to chargeback-report-line.
           string 'FUEL CHARGEBACK - MONTH ' report-month
             '  RUN DATE: ' run-date '  RUN ID: ' run-id
             delimited by size into chargeback-report-line.
           write chargeback-report-line.
           if month-closed equal to 1 then
             move spaces to chargeback-report-line
             string 'PERIOD CLOSED ' close-run-date ' RUN ID: '
               close-run-id ' - FROZEN FIGURES AT MONTH-END PRICE'
               delimited by size into chargeback-report-line
             write chargeback-report-line
           end-if.
           move spaces to chargeback-report-line.
           write chargeback-report-line.
           move spaces to chargeback-report-line.
           string 'COST CTR    RECORDS        FUEL          AMOUNT'
             delimited by size into chargeback-report-line.
           write chargeback-report-line.

           perform varying center-x from 1 by 1
             until center-x > center-count
               perform 0042-report-one-center
           end-perform.

           move spaces to chargeback-report-line.
           write chargeback-report-line.
           move total-fuel to fuel-disp.
           move total-debits to amount-disp.
           move spaces to chargeback-report-line.
           string 'TOTAL CHARGED       ' fuel-disp ' ' amount-disp
             delimited by size into chargeback-report-line.
           write chargeback-report-line.
           if adjust-fuel-total greater than 0 then
             move adjust-fuel-total to fuel-disp
             move adjust-amount-total to amount-disp
             move spaces to chargeback-report-line
             string '  OF WHICH ADJUSTED ' fuel-disp ' ' amount-disp
               delimited by size into chargeback-report-line
             write chargeback-report-line
           end-if.
           if later-adjust-count greater than 0 then
             move later-adjust-fuel to fuel-disp
             move spaces to chargeback-report-line
             string 'CORRECTIONS POSTED TO LATER PERIODS: '
               later-adjust-count ' FUEL ' fuel-disp
               delimited by size into chargeback-report-line
             write chargeback-report-line
           end-if.

           if suspense-count greater than 0 then
             move spaces to chargeback-report-line
             write chargeback-report-line
             move spaces to chargeback-report-line
             string 'MODULES WITH NO COST CENTER - CHARGED TO '
               suspense-center
               delimited by size into chargeback-report-line
             write chargeback-report-line
             perform varying sus-x from 1 by 1
               until sus-x > suspense-count
                 perform 0044-report-one-suspense
             end-perform
           end-if.

           if unpriced-records greater than 0 then
             move spaces to chargeback-report-line
             write chargeback-report-line
             move unpriced-fuel to fuel-disp
             move spaces to chargeback-report-line
             string 'UNPRICED FUEL: ' fuel-disp ' IN '
               unpriced-records ' RECORDS - NO PRICE IN EFFECT ON '
               first-unpriced-date
               delimited by size into chargeback-report-line
             write chargeback-report-line
           end-if.
           if bad-price-cards greater than 0 then
             move spaces to chargeback-report-line
             string 'FUEL PRICE CARDS REJECTED: ' bad-price-cards
               delimited by size into chargeback-report-line
             write chargeback-report-line
           end-if.

           move spaces to chargeback-report-line.
           write chargeback-report-line.
           move journal-lines-written to count-disp.
           move spaces to chargeback-report-line.
           string 'GL JOURNAL LINES: ' count-disp
             delimited by size into chargeback-report-line.
           write chargeback-report-line.
           move total-debits to total-disp.
           move spaces to chargeback-report-line.
           string '  DEBITS  ' debit-account '  ' total-disp
             delimited by size into chargeback-report-line.
           write chargeback-report-line.
           move total-credits to total-disp.
           move spaces to chargeback-report-line.
           string '  CREDITS ' credit-account '  ' total-disp
             delimited by size into chargeback-report-line.
           write chargeback-report-line.

       0042-report-one-center.
           move ctr-records(center-x) to count-disp.
           move ctr-fuel(center-x) to fuel-disp.
           move ctr-amount(center-x) to amount-disp.
           move spaces to chargeback-report-line.
           if ctr-cost-center(center-x) equal to suspense-center then
             string ctr-cost-center(center-x) ' ' count-disp ' '
               fuel-disp ' ' amount-disp '  ** SUSPENSE'
               delimited by size into chargeback-report-line
           else
             string ctr-cost-center(center-x) ' ' count-disp ' '
               fuel-disp ' ' amount-disp
               delimited by size into chargeback-report-line
           end-if.
           write chargeback-report-line.
           add 1 to report-lines-written.

       0044-report-one-suspense.
           move sus-fuel(sus-x) to fuel-disp.
           move sus-amount(sus-x) to amount-disp.
           move spaces to chargeback-report-line.
           string '  ' sus-module-id(sus-x) '        '
             fuel-disp ' ' amount-disp
             delimited by size into chargeback-report-line.
           write chargeback-report-line.
           add 1 to report-lines-written.

       0046-price-snapshot.
      * a closed month is charged as the close froze it: each
      * module's history and adjustment fuel together, priced at
      * the price in effect on the month's last day.
           compute month-end-date = report-month * 100 + 31.
           open input period-snapshot.
           if period-snapshot-status not equal to 0 then
             display 'No period-snapshot.txt for closed month '
               report-month ' - nothing to charge back'
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
               move ps-module-id to charge-module-id
               compute charge-fuel =
                 ps-history-fuel + ps-adjust-fuel
               move month-end-date to price-date
               perform 0033-charge-fuel
               if ps-adjust-fuel greater than 0
                   and charge-fuel greater than 0
                 add ps-adjust-fuel to adjust-fuel-total
                 compute adjust-amount-total rounded =
                   adjust-amount-total
                   + line-amount * ps-adjust-fuel / charge-fuel
               end-if
             end-if
           end-perform.
           close period-snapshot.

       0048-price-adjustments.
      * an open month takes the adjustments posted into it, each at
      * the price on the run that posted it. A closed month's are
      * already in its snapshot; ones posted later against it are
      * charged in the month they were posted to, and only counted
      * here.
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
               move fa-module-id to charge-module-id
               move fa-fuel to charge-fuel
               move fa-posted-run-date to price-date
               perform 0033-charge-fuel
               add fa-fuel to adjust-fuel-total
               add line-amount to adjust-amount-total
             end-if
             if month-closed equal to 1
                 and fa-closed-period equal to report-month
                 and fa-period greater than report-month
               add 1 to later-adjust-count
               add fa-fuel to later-adjust-fuel
             end-if
           end-perform.
           close fuel-adjustments.

       0050-write-journal.
      * one debit per cost center, then the credit that balances
      * them all, then the trailer the ledger proves the file by.
           perform varying center-x from 1 by 1
             until center-x > center-count
               initialize gl-journal-record
               move 'D' to gj-record-type
               move report-month to gj-period
               move debit-account to gj-account
               move ctr-cost-center(center-x) to gj-cost-center
               move ctr-amount(center-x) to gj-amount
               move ctr-fuel(center-x) to gj-fuel
               move run-date to gj-run-date
               move run-id to gj-run-id
               move 'FUEL CHARGEBACK' to gj-description
               write gl-journal-record
               add 1 to journal-lines-written
           end-perform.

           if center-count greater than 0 then
             initialize gl-journal-record
             move 'C' to gj-record-type
             move report-month to gj-period
             move credit-account to gj-account
             move total-debits to gj-amount
             move total-fuel to gj-fuel
             move run-date to gj-run-date
             move run-id to gj-run-id
             move 'FUEL CHARGEBACK CLEARING' to gj-description
             write gl-journal-record
             add 1 to journal-lines-written
             move total-debits to total-credits
           end-if.

           move spaces to gl-journal-trailer.
           initialize gl-journal-trailer.
           move 'T' to gt-record-type.
           move report-month to gt-period.
           move journal-lines-written to gt-line-count.
           move total-debits to gt-debit-total.
           move total-credits to gt-credit-total.
           move total-fuel to gt-fuel-total.
           move run-date to gt-run-date.
           move run-id to gt-run-id.
           write gl-journal-trailer.

       0090-abort-chargeback.
      * bad reference data is an abend the scheduler and the audit
      * trail both need to see under its own RC, not a silent
      * no-show.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'FUELCHG' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read = history-records-read
             + snapshot-records-read + adjustments-read.
           move journal-lines-written to al-records-written.
           move suspense-count to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
