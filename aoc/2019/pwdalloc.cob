       identification division.
       program-id. PWDALLOC.

      * Password candidate allocation. Security used to hand
      * passwords out of issuable-candidates.txt by hand, and twice
      * two departments were given the same candidate before
      * PWDPOST ever saw either issue. This job makes the hand-out
      * a reservation against the candidate inventory
      * (candidate-inventory.dat, layout: candidate-inventory.cpy):
      * each request card (pwd-alloc-requests.txt: department in
      * cols 1-8, quantity in cols 9-12, requester in cols 13-20)
      * takes that many ISSUABLE candidates, lowest number first,
      * and moves them to RESERVED stamped with the department,
      * requester and this run. Security gets one allocation slip
      * per department (pwd-allocation-slips.txt) listing what it
      * may issue; PWDPOST then posts only reserved passwords.
      *
      * a reservation nobody issued within the release period goes
      * back on the shelf as ISSUABLE before tonight's requests are
      * filled, so a cancelled request cannot strand stock. The
      * period is cols 1-3 of pwdalloc-params.txt in days, default
      * 14. The allocation report (pwd-allocation-report.txt) lists
      * the releases, every request card, and any shortfall when the
      * shelf ran out before the requests did.
      *
      * a rerun of the same run date/run-id finds the candidates its
      * first pass already reserved: each request takes back the
      * ones reserved under this run for its department and
      * requester, and they are reprinted on the slip, before any
      * more come off the shelf - so the rerun hands out the same
      * slips, not a second allocation on top of the first. One this
      * run reserved that no card tonight claims stays reserved and
      * is listed on the report for security to follow up.

       environment division.
           input-output section.
             file-control.
               select optional request-file assign to
                   'pwd-alloc-requests.txt'
                 organization is line sequential
                 file status is request-file-status.
               select optional param-card-file assign to
                   'pwdalloc-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional candidate-inventory assign to
                   'candidate-inventory.dat'
                 organization is indexed
                 access is dynamic
                 record key is ci-candidate
                 file status is inventory-status.
               select slip-file assign to
                   'pwd-allocation-slips.txt'
                 organization is line sequential
                 file status is slip-file-status.
               select allocation-report assign to
                   'pwd-allocation-report.txt'
                 organization is line sequential
                 file status is allocation-report-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.
               select optional run-control assign to
                   'run-control.txt'
                 organization is line sequential
                 file status is run-control-status.

       data division.
           file section.
           fd request-file.
           01 request-card-record.
             05 rq-dept pic x(8).
             05 rq-quantity pic x(4).
             05 rq-requester pic x(8).

           fd param-card-file.
           01 param-card-record.
             05 fp-release-days pic x(3).

           fd candidate-inventory.
           copy "candidate-inventory.cpy".

           fd slip-file.
           01 slip-line pic x(80).

           fd allocation-report.
           01 allocation-report-line pic x(100).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 request-file-status pic 99.
           77 param-card-status pic 99.
           77 inventory-status pic 99.
           77 slip-file-status pic 99.
           77 allocation-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 release-days pic 9(3) value 14.
           77 release-cutoff pic 9(8).
           77 reserved-day pic 9(8).
           77 requests-read pic 9(6) value 0.
           77 requests-rejected pic 9(6) value 0.
           77 requests-short pic 9(6) value 0.
           77 candidates-reserved pic 9(8) value 0.
           77 candidates-released pic 9(8) value 0.
           77 total-requested pic 9(8) value 0.
           77 total-shortfall pic 9(8) value 0.
           77 shelf-empty pic 9 value 0.
           77 dept-allocated pic 9(6) value 0.
           77 prev-dept pic x(8).
           77 candidates-reprinted pic 9(8) value 0.
           77 prior-unclaimed pic 9(8) value 0.

      * candidates this run reserved before - a rerun's first pass -
      * in candidate order, picked up while the release pass reads
      * the inventory.
           77 prior-count pic 9(5) value 0.
           77 prior-table-max pic 9(5) value 5000.
           77 px pic 9(5).
           01 prior-table.
             05 prior-entry occurs 5000 times.
               10 pr-value pic 9(8).
               10 pr-dept pic x(8).
               10 pr-requester pic x(8).
               10 pr-claimed pic 9.

      * tonight's request cards, put in department order so each
      * department's cards come out on one slip; the sort keeps
      * cards for the same department in the order they were
      * punched, and the shelf is handed out in that order.
           77 request-count pic 9(4) value 0.
           77 request-table-max pic 9(4) value 500.
           01 request-table.
             05 request-entry occurs 500 times.
               10 req-dept pic x(8).
               10 req-requester pic x(8).
               10 req-quantity pic 9(4).
               10 req-allocated pic 9(4).
               10 req-outcome pic x(8).
               10 req-reason pic x(24).
           01 hold-request-entry.
             05 hold-dept pic x(8).
             05 hold-requester pic x(8).
             05 hold-quantity pic 9(4).
             05 hold-allocated pic 9(4).
             05 hold-outcome pic x(8).
             05 hold-reason pic x(24).

           77 rx pic 9(4).
           77 sx pic 9(4).
           77 short-qty pic 9(4).
           77 value-disp pic z(7)9.
           77 count-disp pic z(5)9.
           77 qty-disp pic z(3)9.
           77 alloc-disp pic z(3)9.
           77 short-disp pic z(3)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           perform 0010-load-requests.
           perform 0015-sort-requests.

           open i-o candidate-inventory.
           if inventory-status not equal to 0 then
             display 'No candidate inventory to allocate from,'
               ' inventory-status=' inventory-status
             close candidate-inventory
             perform 0090-abort-allocation
           end-if.

           open output allocation-report.
           perform 0040-write-report-header.
           perform 0020-release-expired.

      * one forward pass hands out the shelf lowest number first;
      * what a request passes over is already spoken for.
           open output slip-file.
           move 0 to ci-candidate.
           start candidate-inventory
               key not less than ci-candidate
             invalid key
               move 1 to shelf-empty
           end-start.
           perform varying rx from 1 by 1 until rx > request-count
             perform 0030-fill-one-request
           end-perform.
           if request-count greater than 0 then
             perform 0038-write-slip-footer
           end-if.
           close slip-file.
           close candidate-inventory.

           perform 0045-write-report-body.
           close allocation-report.

           display 'Candidates reserved: ' candidates-reserved
             '  released: ' candidates-released
             '  short: ' total-shortfall.

           if requests-short greater than 0
               or requests-rejected greater than 0
               or prior-unclaimed greater than 0 then
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
           if fp-release-days is numeric
               and function numval(fp-release-days) greater than 0
             move fp-release-days to release-days
           end-if.
      * a reservation made on or before the cutoff has sat unissued
      * for the whole release period.
           compute release-cutoff = function date-of-integer(
             function integer-of-date(run-date) - release-days).

       0010-load-requests.
           open input request-file.
           if request-file-status not equal to 0 then
             display 'No pwd-alloc-requests.txt - releases only'
             close request-file
             exit paragraph
           end-if.
           perform 0012-load-one-request
             until request-file-status equal to 10.                     (end of file)
           close request-file.

       0012-load-one-request.
           read request-file
             at end exit paragraph.
           if request-card-record equal to spaces then
             exit paragraph
           end-if.
           add 1 to requests-read.
           if request-count not less than request-table-max then
             display 'Request deck exceeds ' request-table-max
               ' cards - raise request-table-max'
             close request-file
             perform 0090-abort-allocation
           end-if.
           add 1 to request-count.
           move rq-dept to req-dept(request-count).
           move rq-requester to req-requester(request-count).
           move 0 to req-quantity(request-count).
           move 0 to req-allocated(request-count).
           move spaces to req-outcome(request-count).
           move spaces to req-reason(request-count).
           evaluate true
             when rq-dept equal to spaces
               move 'REJECTED' to req-outcome(request-count)
               move 'no department' to req-reason(request-count)
             when rq-quantity is not numeric
               move 'REJECTED' to req-outcome(request-count)
               move 'quantity not numeric' to req-reason(request-count)
             when function numval(rq-quantity) equal to 0
               move 'REJECTED' to req-outcome(request-count)
               move 'quantity is zero' to req-reason(request-count)
             when rq-requester equal to spaces
               move 'REJECTED' to req-outcome(request-count)
               move 'no requester' to req-reason(request-count)
             when other
               move rq-quantity to req-quantity(request-count)
           end-evaluate.

       0015-sort-requests.
      * straight insertion, the way the posting job orders its
      * issued deck; equal departments keep their card order.
           perform varying rx from 2 by 1 until rx > request-count
             move request-entry(rx) to hold-request-entry
             move rx to sx
             perform until sx equal to 1
               or req-dept(sx - 1) not greater than hold-dept
                 move request-entry(sx - 1) to request-entry(sx)
                 subtract 1 from sx
             end-perform
             move hold-request-entry to request-entry(sx)
           end-perform.

       0020-release-expired.
      * one pass over the inventory in key order putting stale
      * reservations back on the shelf before any are handed out.
           move spaces to allocation-report-line.
           string 'RESERVATIONS RELEASED - UNISSUED AFTER '
             release-days ' DAYS (RESERVED ON OR BEFORE '
             release-cutoff ')'
             delimited by size into allocation-report-line.
           write allocation-report-line.
           move 0 to ci-candidate.
           start candidate-inventory
               key not less than ci-candidate
             invalid key
               continue
           end-start.
           perform 0022-release-one-record
             until inventory-status not equal to 0.
           if candidates-released equal to 0 then
             move spaces to allocation-report-line
             move '    NONE' to allocation-report-line
             write allocation-report-line
           end-if.
           move spaces to allocation-report-line.
           write allocation-report-line.

       0022-release-one-record.
           read candidate-inventory next
             at end exit paragraph
           end-read.
           if ci-status not equal to 'RESERVED' then
             exit paragraph
           end-if.
           if ci-reserved-run-date equal to run-date
               and ci-reserved-run-id equal to run-id then
             perform 0024-hold-prior-reservation
             exit paragraph
           end-if.
           move ci-reserved-run-date to reserved-day.
           if reserved-day greater than release-cutoff then
             exit paragraph
           end-if.
           move ci-candidate to value-disp.
           move spaces to allocation-report-line.
           string '  ' value-disp '  ' ci-reserved-dept '  '
             ci-reserved-requester '  RESERVED ' reserved-day
             delimited by size into allocation-report-line.
           move 'ISSUABLE' to ci-status.
           move run-date to ci-run-date.
           move run-id to ci-run-id.
           initialize ci-reservation.
           rewrite candidate-inventory-record
             invalid key
               display 'Release rewrite failed for ' ci-candidate
           end-rewrite.
           write allocation-report-line.
           add 1 to candidates-released.

       0024-hold-prior-reservation.
           if prior-count not less than prior-table-max then
             display 'Reservations by this run exceed '
               prior-table-max ' - raise prior-table-max'
             close candidate-inventory
             close allocation-report
             perform 0090-abort-allocation
           end-if.
           add 1 to prior-count.
           move ci-candidate to pr-value(prior-count).
           move ci-reserved-dept to pr-dept(prior-count).
           move ci-reserved-requester to pr-requester(prior-count).
           move 0 to pr-claimed(prior-count).

       0030-fill-one-request.
           if req-dept(rx) not equal to prev-dept
               or rx equal to 1 then
             if rx greater than 1 then
               perform 0038-write-slip-footer
             end-if
             perform 0036-write-slip-header
           end-if.
           if req-outcome(rx) equal to 'REJECTED' then
             add 1 to requests-rejected
             move spaces to slip-line
             string 'REQUEST BY ' req-requester(rx)
               ' REJECTED - ' req-reason(rx)
               delimited by size into slip-line
             write slip-line
             exit paragraph
           end-if.
           add req-quantity(rx) to total-requested.
           move req-quantity(rx) to qty-disp.
           move spaces to slip-line.
           string 'REQUESTED BY ' req-requester(rx) '  QUANTITY '
             qty-disp
             delimited by size into slip-line.
           write slip-line.
           perform varying px from 1 by 1 until px > prior-count
             or req-allocated(rx) not less than req-quantity(rx)
               if pr-claimed(px) equal to 0
                   and pr-dept(px) equal to req-dept(rx)
                   and pr-requester(px) equal to req-requester(rx)
                 perform 0034-reprint-prior-candidate
               end-if
           end-perform.
           perform 0032-reserve-one-candidate
             until req-allocated(rx) not less than req-quantity(rx)
               or shelf-empty equal to 1.
           add req-allocated(rx) to dept-allocated.
           move req-allocated(rx) to alloc-disp.
           move spaces to slip-line.
           if req-allocated(rx) less than req-quantity(rx) then
             compute short-qty = req-quantity(rx) - req-allocated(rx)
             add short-qty to total-shortfall
             add 1 to requests-short
             move 'SHORT' to req-outcome(rx)
             move short-qty to short-disp
             string 'ALLOCATED ' alloc-disp ' OF ' qty-disp
               '  SHORT ' short-disp ' - SHELF EMPTY'
               delimited by size into slip-line
           else
             move 'FILLED' to req-outcome(rx)
             string 'ALLOCATED ' alloc-disp ' OF ' qty-disp
               delimited by size into slip-line
           end-if.
           write slip-line.
           move spaces to slip-line.
           write slip-line.

       0032-reserve-one-candidate.
           read candidate-inventory next
             at end
               move 1 to shelf-empty
               exit paragraph
           end-read.
           if inventory-status not equal to 0 then
             display 'Inventory read failed, inventory-status='
               inventory-status
             move 1 to shelf-empty
             exit paragraph
           end-if.
           if ci-status not equal to 'ISSUABLE' then
             exit paragraph
           end-if.
           move 'RESERVED' to ci-status.
           move run-date to ci-run-date.
           move run-id to ci-run-id.
           move req-dept(rx) to ci-reserved-dept.
           move req-requester(rx) to ci-reserved-requester.
           move run-date to ci-reserved-run-date.
           move run-id to ci-reserved-run-id.
           rewrite candidate-inventory-record
             invalid key
               display 'Reservation rewrite failed for '
                 ci-candidate
               exit paragraph
           end-rewrite.
           add 1 to req-allocated(rx).
           add 1 to candidates-reserved.
           move ci-candidate to value-disp.
           move spaces to slip-line.
           string '    ' value-disp
             delimited by size into slip-line.
           write slip-line.

       0034-reprint-prior-candidate.
           move 1 to pr-claimed(px).
           add 1 to req-allocated(rx).
           add 1 to candidates-reprinted.
           move pr-value(px) to value-disp.
           move spaces to slip-line.
           string '    ' value-disp
             delimited by size into slip-line.
           write slip-line.

       0036-write-slip-header.
           move req-dept(rx) to prev-dept.
           move 0 to dept-allocated.
           move spaces to slip-line.
           string 'PASSWORD ALLOCATION SLIP - DEPT: ' req-dept(rx)
             '  RUN DATE: ' run-date '  RUN ID: ' run-id
             delimited by size into slip-line.
           write slip-line.
           move spaces to slip-line.
           write slip-line.

       0038-write-slip-footer.
           move dept-allocated to count-disp.
           move spaces to slip-line.
           string 'DEPARTMENT ' prev-dept ' RESERVED ' count-disp
             ' - ISSUE ONLY THESE PASSWORDS'
             delimited by size into slip-line.
           write slip-line.
           move all '-' to slip-line.
           write slip-line.

       0040-write-report-header.
           move spaces to allocation-report-line.
           string 'PASSWORD ALLOCATION REPORT - RUN DATE: ' run-date
             '  RUN ID: ' run-id
             delimited by size into allocation-report-line.
           write allocation-report-line.
           move spaces to allocation-report-line.
           write allocation-report-line.

       0045-write-report-body.
           move spaces to allocation-report-line.
           string 'DEPT      REQUESTER  REQUESTED  ALLOCATED   SHORT'
             '  OUTCOME'
             delimited by size into allocation-report-line.
           write allocation-report-line.
           perform varying rx from 1 by 1 until rx > request-count
             perform 0047-report-one-request
           end-perform.
           move spaces to allocation-report-line.
           write allocation-report-line.
           move spaces to allocation-report-line.
           string 'REQUESTS: ' requests-read
             '  REJECTED: ' requests-rejected
             '  SHORT: ' requests-short
             delimited by size into allocation-report-line.
           write allocation-report-line.
           move spaces to allocation-report-line.
           string 'CANDIDATES REQUESTED: ' total-requested
             '  RESERVED: ' candidates-reserved
             '  RELEASED: ' candidates-released
             delimited by size into allocation-report-line.
           write allocation-report-line.
           if prior-count greater than 0 then
             move spaces to allocation-report-line
             string 'RERUN - ALREADY RESERVED BY THIS RUN: '
               prior-count '  REPRINTED: ' candidates-reprinted
               delimited by size into allocation-report-line
             write allocation-report-line
             perform varying px from 1 by 1 until px > prior-count
               if pr-claimed(px) equal to 0
                 perform 0049-report-unclaimed-prior
               end-if
             end-perform
           end-if.
           if total-shortfall greater than 0 then
             move spaces to allocation-report-line
             string 'SHORTFALL: ' total-shortfall
               ' CANDIDATES - ISSUABLE SHELF EXHAUSTED'
               delimited by size into allocation-report-line
             write allocation-report-line
           end-if.

       0047-report-one-request.
           move spaces to allocation-report-line.
           move req-dept(rx) to allocation-report-line(1:8).
           move req-requester(rx) to allocation-report-line(11:8).
           if req-outcome(rx) equal to 'REJECTED' then
             move 'REJECTED' to allocation-report-line(52:8)
             move req-reason(rx) to allocation-report-line(62:24)
             write allocation-report-line
             exit paragraph
           end-if.
           move req-quantity(rx) to qty-disp.
           move qty-disp to allocation-report-line(27:4).
           move req-allocated(rx) to alloc-disp.
           move alloc-disp to allocation-report-line(38:4).
           compute short-qty = req-quantity(rx) - req-allocated(rx).
           move short-qty to short-disp.
           move short-disp to allocation-report-line(46:4).
           move req-outcome(rx) to allocation-report-line(52:8).
           write allocation-report-line.

       0049-report-unclaimed-prior.
           add 1 to prior-unclaimed.
           move pr-value(px) to value-disp.
           move spaces to allocation-report-line.
           string '  ' value-disp '  ' pr-dept(px) '  '
             pr-requester(px) '  RESERVED BY THIS RUN, NO CARD TONIGHT'
             delimited by size into allocation-report-line.
           write allocation-report-line.

       0090-abort-allocation.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave, so an allocation that could not run is visible in
      * the trail and not just on SYSOUT.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'PWDALLOC' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move requests-read to al-records-read.
           move candidates-reserved to al-records-written.
           move total-shortfall to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
