       identification division.
       program-id. SVCTRACK.

      * Service-order tracking for the elevator job. ELEV2015 writes
      * a fresh service-orders.txt record every night a building
      * crosses its dispatch threshold, so a busy building used to
      * be re-ordered night after night while the first order sat
      * open at dispatch, and nothing on our side knew whether any
      * order was ever worked. This step keeps the open orders night
      * over night in a carry file (open-orders.txt), applies the
      * dispatch system's acknowledgment/closure feed
      * (dispatch-acks.txt) to it, and then passes on to dispatch
      * (dispatch-orders.txt, same layout as service-orders.txt) only
      * the orders that are real new demand: a building and service
      * code that already has an order open is held back and counted
      * against the open order instead. The aging report lists every
      * order still open, and calls out the ones open longer than
      * the aging limit - the orders nobody answered.
      *
      * an order is known everywhere by its key: building-id, service
      * code, and the run date/run-id of the night it was raised -
      * exactly the first fields of the service-order record, so
      * dispatch echoes them back without a key of ours to learn.
      *
      * dispatch-acks.txt, one card per status change:
      *   cols  1-3   building-id         cols  4-7   service code
      *   cols  8-15  raised run date     cols 16-19  raised run-id
      *   cols 20-27  status: ACK or CLOSED
      *   cols 28-35  date of the acknowledgment or closure (yyyymmdd;
      *               blank on an ACK means the date it arrived)
      *
      * service-orders.txt is only tonight's if ELEV2015 wrote it
      * under tonight's run-id; a night with no elevator parameters
      * or a rejected badge feed leaves the last one standing. A
      * record stamped with any other run is listed on the report
      * and neither released nor counted against an open order, and
      * the step ends WARN.
      *
      * the aging limit comes from a parameter card
      * (svctrack-params.txt, cols 1-4, whole days; default 7).

       environment division.
           input-output section.
             file-control.
               select optional open-orders-file assign to
                   'open-orders.txt'
                 organization is line sequential
                 file status is open-orders-status.
               select optional service-orders assign to
                   'service-orders.txt'
                 organization is line sequential
                 file status is service-orders-status.
               select optional dispatch-acks assign to
                   'dispatch-acks.txt'
                 organization is line sequential
                 file status is dispatch-acks-status.
               select dispatch-orders assign to
                   'dispatch-orders.txt'
                 organization is line sequential
                 file status is dispatch-orders-status.
               select aging-report assign to
                   'service-order-aging.txt'
                 organization is line sequential
                 file status is aging-report-status.
               select optional param-card-file assign to
                   'svctrack-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.
               select optional run-control assign to
                   'run-control.txt'
                 organization is line sequential
                 file status is run-control-status.

       data division.
           file section.
           fd open-orders-file.
      * the carry file: one record per order still open (OPEN, or
      * ACKED by dispatch but not yet closed), plus the orders closed
      * this pass until their one report appearance drops them.
      * oo-held-count is how many later nights re-ordered the same
      * building and service code while this order was open;
      * oo-held-run-date/oo-held-run-id name the run that last
      * counted one, so a rerun of that night does not count it
      * twice (blank on records carried from before they existed).
           01 open-order-record.
             05 oo-order-key.
               10 oo-building-id pic x(3).
               10 oo-service-code pic x(4).
               10 oo-raised-date pic 9(8).
               10 oo-raised-run-id pic 9(4).
             05 oo-status pic x(8).
             05 oo-status-date pic 9(8).
             05 oo-commands pic 9(8).
             05 oo-peak-floor pic s9(5) sign leading separate.
             05 oo-peak-visits pic 9(8).
             05 oo-held-count pic 9(4).
             05 oo-held-run-date pic 9(8).
             05 oo-held-run-id pic 9(4).

           fd service-orders.
           01 service-order-record.
             05 so-run-date pic 9(8).
             05 so-run-id pic 9(4).
             05 so-building-id pic x(3).
             05 so-service-code pic x(4).
             05 so-commands pic 9(8).
             05 so-peak-floor pic s9(5) sign leading separate.
             05 so-peak-visits pic 9(8).

           fd dispatch-acks.
           01 dispatch-ack-record.
             05 da-order-key.
               10 da-building-id pic x(3).
               10 da-service-code pic x(4).
               10 da-raised-date pic x(8).
               10 da-raised-run-id pic x(4).
             05 da-status pic x(8).
             05 da-status-date pic x(8).

           fd dispatch-orders.
           01 dispatch-order-record.
             05 do-run-date pic 9(8).
             05 do-run-id pic 9(4).
             05 do-building-id pic x(3).
             05 do-service-code pic x(4).
             05 do-commands pic 9(8).
             05 do-peak-floor pic s9(5) sign leading separate.
             05 do-peak-visits pic 9(8).

           fd aging-report.
           01 aging-report-line pic x(100).

           fd param-card-file.
           01 param-card-record.
             05 st-aging-days pic x(4).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 open-orders-status pic 99.
           77 service-orders-status pic 99.
           77 dispatch-acks-status pic 99.
           77 dispatch-orders-status pic 99.
           77 aging-report-status pic 99.
           77 param-card-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 aging-days pic 9(4) value 7.
           77 order-count pic 9(5) value 0.
           77 order-table-max pic 9(5) value 2000.
           77 ox pic 9(5).
           77 match-x pic 9(5).
           77 carried-in pic 9(8) value 0.
           77 orders-read pic 9(8) value 0.
           77 orders-released pic 9(8) value 0.
           77 orders-held pic 9(8) value 0.
           77 acks-read pic 9(8) value 0.
           77 acked-this-pass pic 9(8) value 0.
           77 closed-this-pass pic 9(8) value 0.
           77 bad-ack-cards pic 9(8) value 0.
           77 stale-orders pic 9(8) value 0.
           77 open-orders pic 9(8) value 0.
           77 aged-orders pic 9(8) value 0.
           77 ack-date-value pic 9(8).
           77 age-days pic s9(5).
           77 run-day-integer pic 9(8).
           77 age-disp pic z(4)9.
           77 held-disp pic z(3)9.
           77 count-disp pic z(7)9.
           77 bad-ack-reason pic x(30).
           77 held-tonight-cell pic x(3).
           77 over-limit-cell pic x(13).

      * every order on the books, carried plus tonight's.
           01 order-table.
             05 order-entry occurs 2000 times.
               10 ord-key.
                 15 ord-building-id pic x(3).
                 15 ord-service-code pic x(4).
                 15 ord-raised-date pic 9(8).
                 15 ord-raised-run-id pic 9(4).
               10 ord-status pic x(8).
               10 ord-status-date pic 9(8).
               10 ord-commands pic 9(8).
               10 ord-peak-floor pic s9(5).
               10 ord-peak-visits pic 9(8).
               10 ord-held-count pic 9(4).
               10 ord-held-run-date pic 9(8).
               10 ord-held-run-id pic 9(4).
               10 ord-held-tonight pic 9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           compute run-day-integer =
             function integer-of-date(run-date).

           open output aging-report.
           perform 0038-write-report-header.

      * closures first, so a building whose order dispatch closed
      * today may be re-ordered tonight.
           perform 0010-load-carry-file.
           perform 0020-apply-dispatch-acks.
           perform 0030-release-new-orders.

           perform 0040-write-report-body.
           close aging-report.

           perform 0050-rewrite-carry-file.

           display 'Service orders released: ' orders-released
             '  held back: ' orders-held.
           move open-orders to count-disp.
           display 'Orders open at dispatch:  ' count-disp.

           if aged-orders greater than 0
               or stale-orders greater than 0 then
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
           if st-aging-days is numeric
               and function numval(st-aging-days) greater than 0
             move function numval(st-aging-days) to aging-days
           end-if.

       0010-load-carry-file.
           open input open-orders-file.
           if open-orders-status not equal to 0 then
             display 'No open-orders.txt yet - starting the carry'
               ' file fresh'
             close open-orders-file
             exit paragraph
           end-if.
           perform 0012-load-one-carried-order
             until open-orders-status equal to 10.                      (end of file)
           close open-orders-file.

       0012-load-one-carried-order.
           read open-orders-file
             at end exit paragraph.
           if oo-building-id equal to spaces then
             exit paragraph
           end-if.
      * closed orders had their one report appearance last pass;
      * they drop out of the carry here.
           if oo-status equal to 'CLOSED' then
             exit paragraph
           end-if.
           perform 0080-check-table-room.
           add 1 to order-count.
           add 1 to carried-in.
           move oo-order-key to ord-key(order-count).
           move oo-status to ord-status(order-count).
           move oo-status-date to ord-status-date(order-count).
           move oo-commands to ord-commands(order-count).
           move oo-peak-floor to ord-peak-floor(order-count).
           move oo-peak-visits to ord-peak-visits(order-count).
           move oo-held-count to ord-held-count(order-count).
           move 0 to ord-held-run-date(order-count).
           move 0 to ord-held-run-id(order-count).
           if oo-held-run-date is numeric
               and oo-held-run-id is numeric then
             move oo-held-run-date to ord-held-run-date(order-count)
             move oo-held-run-id to ord-held-run-id(order-count)
           end-if.
           move 0 to ord-held-tonight(order-count).

       0020-apply-dispatch-acks.
           open input dispatch-acks.
           if dispatch-acks-status not equal to 0 then
             display 'No dispatch-acks.txt tonight'
             close dispatch-acks
             exit paragraph
           end-if.
           perform 0022-apply-one-ack
             until dispatch-acks-status equal to 10.                    (end of file)
           close dispatch-acks.

       0022-apply-one-ack.
      * a card that does not name an order we have open, or carries
      * a status or date we cannot use, changes nothing and is
      * listed on the report - dispatch and we must agree on every
      * order's state, not just most of them.
           read dispatch-acks
             at end exit paragraph.
           if dispatch-ack-record equal to spaces then
             exit paragraph
           end-if.
           add 1 to acks-read.

           if da-status not equal to 'ACK'
               and da-status not equal to 'CLOSED' then
             move 'STATUS NOT ACK OR CLOSED' to bad-ack-reason
             perform 0026-report-bad-ack
             exit paragraph
           end-if.
           if da-raised-date is not numeric
               or da-raised-run-id is not numeric then
             move 'ORDER KEY NOT NUMERIC' to bad-ack-reason
             perform 0026-report-bad-ack
             exit paragraph
           end-if.
           if da-status-date equal to spaces
               and da-status equal to 'ACK' then
             move run-date to ack-date-value
           else
             if da-status-date is not numeric
               move 'STATUS DATE NOT YYYYMMDD' to bad-ack-reason
               perform 0026-report-bad-ack
               exit paragraph
             end-if
             move da-status-date to ack-date-value
             if function integer-of-date(ack-date-value) equal to 0
               move 'STATUS DATE NOT YYYYMMDD' to bad-ack-reason
               perform 0026-report-bad-ack
               exit paragraph
             end-if
           end-if.

           move 0 to match-x.
           perform varying ox from 1 by 1 until ox > order-count
             if ord-building-id(ox) equal to da-building-id
                 and ord-service-code(ox) equal to da-service-code
                 and ord-raised-date(ox) equal to da-raised-date
                 and ord-raised-run-id(ox) equal to da-raised-run-id
                 and ord-status(ox) not equal to 'CLOSED'
               move ox to match-x
             end-if
           end-perform.
           if match-x equal to 0 then
             move 'NO SUCH ORDER OPEN' to bad-ack-reason
             perform 0026-report-bad-ack
             exit paragraph
           end-if.

           if da-status equal to 'ACK' then
             if ord-status(match-x) equal to 'OPEN'
               move 'ACKED' to ord-status(match-x)
               move ack-date-value to ord-status-date(match-x)
               add 1 to acked-this-pass
             end-if
           else
             move 'CLOSED' to ord-status(match-x)
             move ack-date-value to ord-status-date(match-x)
             add 1 to closed-this-pass
           end-if.

       0026-report-bad-ack.
           add 1 to bad-ack-cards.
           move spaces to aging-report-line.
           string 'BAD DISPATCH CARD: ' dispatch-ack-record(1:35)
             ' ' bad-ack-reason
             delimited by size into aging-report-line.
           write aging-report-line.

       0030-release-new-orders.
           open output dispatch-orders.
           open input service-orders.
           if service-orders-status not equal to 0 then
             display 'No service-orders.txt from tonight''s run'
             close service-orders
             close dispatch-orders
             exit paragraph
           end-if.
           perform 0032-release-one-order
             until service-orders-status equal to 10.                   (end of file)
           close service-orders.
           close dispatch-orders.

       0032-release-one-order.
           read service-orders
             at end exit paragraph.
           if so-building-id equal to spaces then
             exit paragraph
           end-if.
           if so-run-date not equal to run-date
               or so-run-id not equal to run-id then
             perform 0036-report-stale-order
             exit paragraph
           end-if.
           add 1 to orders-read.

           move 0 to match-x.
           perform varying ox from 1 by 1 until ox > order-count
             if ord-building-id(ox) equal to so-building-id
                 and ord-service-code(ox) equal to so-service-code
                 and ord-status(ox) not equal to 'CLOSED'
               move ox to match-x
             end-if
           end-perform.

      * the order this same run raised before (a rerun of the
      * night) is released again, so the rewritten dispatch feed
      * still carries it; any other open order holds this one back,
      * counted once per night - a rerun finds the night's count
      * already carried in.
           if match-x greater than 0 then
             if ord-raised-date(match-x) equal to so-run-date
                 and ord-raised-run-id(match-x) equal to so-run-id
               perform 0034-write-dispatch-order
             else
               if ord-held-run-date(match-x) not equal to so-run-date
                   or ord-held-run-id(match-x) not equal to so-run-id
                 add 1 to ord-held-count(match-x)
                 move so-run-date to ord-held-run-date(match-x)
                 move so-run-id to ord-held-run-id(match-x)
               end-if
               move 1 to ord-held-tonight(match-x)
               add 1 to orders-held
             end-if
             exit paragraph
           end-if.

           perform 0080-check-table-room.
           add 1 to order-count.
           move so-building-id to ord-building-id(order-count).
           move so-service-code to ord-service-code(order-count).
           move so-run-date to ord-raised-date(order-count).
           move so-run-id to ord-raised-run-id(order-count).
           move 'OPEN' to ord-status(order-count).
           move so-run-date to ord-status-date(order-count).
           move so-commands to ord-commands(order-count).
           move so-peak-floor to ord-peak-floor(order-count).
           move so-peak-visits to ord-peak-visits(order-count).
           move 0 to ord-held-count(order-count).
           move 0 to ord-held-run-date(order-count).
           move 0 to ord-held-run-id(order-count).
           move 0 to ord-held-tonight(order-count).
           perform 0034-write-dispatch-order.

       0034-write-dispatch-order.
           move service-order-record to dispatch-order-record.
           write dispatch-order-record.
           add 1 to orders-released.

       0036-report-stale-order.
           add 1 to stale-orders.
           move spaces to aging-report-line.
           string 'NOT TONIGHT''S RUN:  ' so-building-id ' '
             so-service-code ' ' so-run-date '/' so-run-id
             ' - service-orders.txt left from an earlier run'
             delimited by size into aging-report-line.
           write aging-report-line.

       0038-write-report-header.
           move spaces to aging-report-line.
           string 'SERVICE ORDER AGING REPORT - RUN DATE: ' run-date
             '  RUN ID: ' run-id
             delimited by size into aging-report-line.
           write aging-report-line.
           move aging-days to age-disp.
           move spaces to aging-report-line.
           string 'AGING LIMIT: ' function trim(age-disp) ' DAYS'
             delimited by size into aging-report-line.
           write aging-report-line.
           move spaces to aging-report-line.
           write aging-report-line.

       0040-write-report-body.
           move spaces to aging-report-line.
           write aging-report-line.
           move spaces to aging-report-line.
           string 'OPEN ORDERS      BLD CODE RAISED        STATUS  '
             '  SINCE     AGE-DAYS  HELD  HELD TONIGHT'
             delimited by size into aging-report-line.
           write aging-report-line.
           perform varying ox from 1 by 1 until ox > order-count
             if ord-status(ox) not equal to 'CLOSED'
               perform 0042-report-open-order
             end-if
           end-perform.

           move spaces to aging-report-line.
           write aging-report-line.
           move open-orders to count-disp.
           move spaces to aging-report-line.
           string 'ORDERS OPEN:           ' count-disp
             delimited by size into aging-report-line.
           write aging-report-line.
           move aged-orders to count-disp.
           move aging-days to age-disp.
           move spaces to aging-report-line.
           string 'OPEN OVER ' age-disp ' DAYS:  ' count-disp
             delimited by size into aging-report-line.
           write aging-report-line.

           perform varying ox from 1 by 1 until ox > order-count
             if ord-status(ox) equal to 'CLOSED'
               perform 0044-report-closed-order
             end-if
           end-perform.

           move spaces to aging-report-line.
           write aging-report-line.
           move spaces to aging-report-line.
           string 'CARRIED IN: ' carried-in
             '  RAISED TONIGHT: ' orders-read
             '  RELEASED: ' orders-released
             '  HELD BACK: ' orders-held
             delimited by size into aging-report-line.
           write aging-report-line.
           if stale-orders greater than 0 then
             move spaces to aging-report-line
             string 'NOT FROM TONIGHT''S RUN (IGNORED): ' stale-orders
               delimited by size into aging-report-line
             write aging-report-line
           end-if.
           move spaces to aging-report-line.
           string 'DISPATCH CARDS: ' acks-read
             '  ACKED: ' acked-this-pass
             '  CLOSED: ' closed-this-pass
             '  BAD CARDS: ' bad-ack-cards
             delimited by size into aging-report-line.
           write aging-report-line.

       0042-report-open-order.
      * an order dispatch has not closed is aged from the night it
      * was raised, acknowledged or not - an acknowledged order that
      * sits for weeks is as unanswered as one never acknowledged.
           add 1 to open-orders.
           compute age-days = run-day-integer
             - function integer-of-date(ord-raised-date(ox)).
           if age-days less than 0 then
             move 0 to age-days
           end-if.
           move age-days to age-disp.
           move ord-held-count(ox) to held-disp.
           move spaces to held-tonight-cell.
           if ord-held-tonight(ox) equal to 1 then
             move 'YES' to held-tonight-cell
           end-if.
           move spaces to over-limit-cell.
           if age-days greater than aging-days then
             add 1 to aged-orders
             move '** OVER LIMIT' to over-limit-cell
           end-if.
           move spaces to aging-report-line.
           string '                 ' ord-building-id(ox) ' '
             ord-service-code(ox) ' ' ord-raised-date(ox) '/'
             ord-raised-run-id(ox) ' ' ord-status(ox) ' '
             ord-status-date(ox) ' ' age-disp '  ' held-disp
             '  ' held-tonight-cell '         ' over-limit-cell
             delimited by size into aging-report-line.
           write aging-report-line.

       0044-report-closed-order.
           move spaces to aging-report-line.
           string 'CLOSED:          ' ord-building-id(ox) ' '
             ord-service-code(ox) ' ' ord-raised-date(ox) '/'
             ord-raised-run-id(ox) ' on ' ord-status-date(ox)
             delimited by size into aging-report-line.
           write aging-report-line.

       0050-rewrite-carry-file.
      * closed orders are written once more with their closing
      * date - next pass drops them - and the open ones carry
      * forward with tonight's held-back count.
           open output open-orders-file.
           perform varying ox from 1 by 1 until ox > order-count
             move ord-key(ox) to oo-order-key
             move ord-status(ox) to oo-status
             move ord-status-date(ox) to oo-status-date
             move ord-commands(ox) to oo-commands
             move ord-peak-floor(ox) to oo-peak-floor
             move ord-peak-visits(ox) to oo-peak-visits
             move ord-held-count(ox) to oo-held-count
             move ord-held-run-date(ox) to oo-held-run-date
             move ord-held-run-id(ox) to oo-held-run-id
             write open-order-record
           end-perform.
           close open-orders-file.

       0080-check-table-room.
           if order-count not less than order-table-max then
             display 'Order table exceeds ' order-table-max
               ' entries - raise order-table-max'
             close aging-report
             move 8 to return-code
             move 'ABORT' to job-final-status
             perform 0060-write-audit-log
             goback
           end-if.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'SVCTRACK' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read = orders-read + stale-orders
             + acks-read.
           move orders-released to al-records-written.
           move aged-orders to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
