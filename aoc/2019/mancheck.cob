       identification division.
       program-id. MANCHECK.

      * Missing and late manifest check. FUELCALC only sees the
      * manifests that arrive; a source system that silently stops
      * sending just leaves its fuel out, and nobody notices until
      * quarter end. Operations keeps a schedule of who should send
      * on which days (expected-sources.txt: source system in cols
      * 1-8, a Monday-to-Sunday day mask in cols 9-15 with Y on each
      * sending day, and in cols 16-17 the days after its manifest
      * date the set may arrive and still be on time, default 0).
      * This step walks the look-back window ending the day before
      * the run date against FUELCALC's manifest registry and lists
      * every scheduled manifest that is now due and never arrived
      * (MISSING) or arrived after its due date (LATE), plus any set
      * on the registry from a source the schedule does not know.
      * The window is 7 days unless the parameter card
      * (mancheck-params.txt, cols 1-3) says otherwise.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'mancheck-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional schedule-file assign to
                   'expected-sources.txt'
                 organization is line sequential
                 file status is schedule-file-status.
               select optional manifest-registry assign to
                   'manifest-registry.txt'
                 organization is line sequential
                 file status is manifest-registry-status.
               select check-report assign to
                   'manifest-check-report.txt'
                 organization is line sequential
                 file status is check-report-status.
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
             05 mp-window-days pic x(3).

           fd schedule-file.
           01 schedule-record.
             05 es-source-system pic x(8).
             05 es-day-mask pic x(7).
             05 es-grace-days pic x(2).

           fd manifest-registry.
           copy "manifest-registry.cpy".

           fd check-report.
           01 check-report-line pic x(100).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 schedule-file-status pic 99.
           77 manifest-registry-status pic 99.
           77 check-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 window-days pic 9(3) value 7.
           77 run-day-integer pic 9(8).
           77 window-start-integer pic 9(8).
           77 window-start-date pic 9(8).
           77 window-end-date pic 9(8).
           77 check-day-integer pic 9(8).
           77 due-day-integer pic 9(8).
           77 received-day-integer pic 9(8).
           77 check-date pic 9(8).
           77 due-date pic 9(8).
           77 weekday-slot pic 9.
           77 days-over pic 9(5).

      * one entry per scheduled source system.
           77 schedule-count pic 9(3) value 0.
           77 schedule-table-max pic 9(3) value 20.
           77 bad-schedule-cards pic 9(4) value 0.
           77 sx pic 9(3).
           01 schedule-table.
             05 schedule-entry occurs 20 times.
               10 sch-source-system pic x(8).
               10 sch-day-mask pic x(7).
               10 sch-grace-days pic 9(2).

      * the registry sets dated inside the window - nothing older
      * can answer for a manifest the window expects.
           77 registry-records-read pic 9(8) value 0.
           77 registry-count pic 9(5) value 0.
           77 registry-table-max pic 9(5) value 5000.
           77 rgx pic 9(5).
           77 registry-found pic 9.
           01 registry-table.
             05 registry-entry occurs 5000 times.
               10 reg-source-system pic x(8).
               10 reg-manifest-date pic 9(8).
               10 reg-run-date pic 9(8).
               10 reg-run-id pic 9(4).
               10 reg-scheduled pic 9.

           77 expected-count pic 9(6) value 0.
           77 on-time-count pic 9(6) value 0.
           77 late-count pic 9(6) value 0.
           77 missing-count pic 9(6) value 0.
           77 not-yet-due-count pic 9(6) value 0.
           77 unscheduled-count pic 9(6) value 0.
           77 report-lines-written pic 9(8) value 0.
           77 days-disp pic z(4)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           compute run-day-integer =
             function integer-of-date(run-date).
           compute window-start-integer =
             run-day-integer - window-days.
           compute window-start-date =
             function date-of-integer(window-start-integer).
           compute window-end-date =
             function date-of-integer(run-day-integer - 1).

           perform 0010-load-schedule.
           perform 0020-load-registry.

           open output check-report.
           perform 0030-write-report-header.
           perform varying sx from 1 by 1 until sx > schedule-count
             perform 0040-check-one-source
           end-perform.
           perform 0050-report-unscheduled.
           perform 0055-write-report-trailer.
           close check-report.

           display 'Scheduled manifests due: ' expected-count
             '  late: ' late-count '  missing: ' missing-count.

           if missing-count greater than 0
               or late-count greater than 0
               or bad-schedule-cards greater than 0 then
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
           if mp-window-days is numeric
               and function numval(mp-window-days) greater than 0
             move function numval(mp-window-days) to window-days
           end-if.

       0010-load-schedule.
           open input schedule-file.
           if schedule-file-status not equal to 0 then
             display 'No expected-sources.txt - no schedule to check'
               ' the registry against'
             close schedule-file
             exit paragraph
           end-if.
           perform 0012-load-one-schedule-card
             until schedule-file-status equal to 10.                    (end of file)
           close schedule-file.

       0012-load-one-schedule-card.
           read schedule-file
             at end exit paragraph.
           if es-source-system equal to spaces then
             exit paragraph
           end-if.
           if es-day-mask equal to spaces then
             display 'Schedule card with no sending days for '
               es-source-system ' - ignored'
             add 1 to bad-schedule-cards
             exit paragraph
           end-if.
           if es-grace-days not equal to spaces
               and es-grace-days is not numeric then
             display 'Schedule card with bad grace days for '
               es-source-system ' - ignored'
             add 1 to bad-schedule-cards
             exit paragraph
           end-if.
           perform varying sx from 1 by 1 until sx > schedule-count
             if sch-source-system(sx) equal to es-source-system
               display 'Duplicate schedule card for '
                 es-source-system ' - ignored'
               add 1 to bad-schedule-cards
               exit paragraph
             end-if
           end-perform.
           if schedule-count not less than schedule-table-max then
             display 'Schedule exceeds ' schedule-table-max
               ' sources - raise schedule-table-max'
             perform 0090-abort-check
           end-if.
           add 1 to schedule-count.
           move es-source-system to sch-source-system(schedule-count).
           move es-day-mask to sch-day-mask(schedule-count).
           move 0 to sch-grace-days(schedule-count).
           if es-grace-days is numeric then
             move es-grace-days to sch-grace-days(schedule-count)
           end-if.

       0020-load-registry.
           open input manifest-registry.
           if manifest-registry-status not equal to 0 then
             display 'No manifest-registry.txt - every scheduled'
               ' manifest is missing'
             close manifest-registry
             exit paragraph
           end-if.
           perform 0022-load-one-registry-entry
             until manifest-registry-status equal to 10.                (end of file)
           close manifest-registry.

       0022-load-one-registry-entry.
           read manifest-registry
             at end exit paragraph.
           if mr-source-system equal to spaces then
             exit paragraph
           end-if.
           add 1 to registry-records-read.
           if mr-manifest-date less than window-start-date
               or mr-manifest-date greater than window-end-date then
             exit paragraph
           end-if.
           if registry-count not less than registry-table-max then
             display 'Registry window exceeds ' registry-table-max
               ' sets - raise registry-table-max'
             perform 0090-abort-check
           end-if.
           add 1 to registry-count.
           move mr-source-system to reg-source-system(registry-count).
           move mr-manifest-date to reg-manifest-date(registry-count).
           move mr-run-date to reg-run-date(registry-count).
           move mr-run-id to reg-run-id(registry-count).
           move 0 to reg-scheduled(registry-count).

       0030-write-report-header.
           move spaces to check-report-line.
           string 'MANIFEST ARRIVAL CHECK - RUN DATE: ' run-date
             '  RUN ID: ' run-id
             delimited by size into check-report-line.
           write check-report-line.
           move spaces to check-report-line.
           string 'MANIFEST DATES ' window-start-date ' TO '
             window-end-date
             delimited by size into check-report-line.
           write check-report-line.
           move spaces to check-report-line.
           write check-report-line.
           move spaces to check-report-line.
           string 'SOURCE    MANIFEST  DUE       STATUS    RECEIVED'
             '        DAYS'
             delimited by size into check-report-line.
           write check-report-line.

       0040-check-one-source.
           perform varying check-day-integer
             from window-start-integer by 1
             until check-day-integer not less than run-day-integer
               perform 0042-check-one-day
           end-perform.

       0042-check-one-day.
      * day 1 of the integer calendar was a Monday, so the remainder
      * picks the day-mask slot directly.
           compute weekday-slot =
             function mod(check-day-integer - 1, 7) + 1.
           compute check-date =
             function date-of-integer(check-day-integer).
           perform 0044-find-registry-set.
           if sch-day-mask(sx)(weekday-slot:1) not equal to 'Y' then
             exit paragraph
           end-if.
           compute due-day-integer =
             check-day-integer + sch-grace-days(sx).
           if due-day-integer not less than run-day-integer then
             add 1 to not-yet-due-count
             exit paragraph
           end-if.
           add 1 to expected-count.
           compute due-date = function date-of-integer(due-day-integer).

           if registry-found equal to 0 then
             add 1 to missing-count
             compute days-over = run-day-integer - due-day-integer
             move days-over to days-disp
             move spaces to check-report-line
             string sch-source-system(sx) '  ' check-date '  '
               due-date '  MISSING                  ' days-disp
               delimited by size into check-report-line
             write check-report-line
             add 1 to report-lines-written
             exit paragraph
           end-if.

           compute received-day-integer =
             function integer-of-date(reg-run-date(rgx)).
           if received-day-integer not greater than due-day-integer
             add 1 to on-time-count
             exit paragraph
           end-if.
           add 1 to late-count.
           compute days-over = received-day-integer - due-day-integer.
           move days-over to days-disp.
           move spaces to check-report-line.
           string sch-source-system(sx) '  ' check-date '  '
             due-date '  LATE      ' reg-run-date(rgx) '/'
             reg-run-id(rgx) '  ' days-disp
             delimited by size into check-report-line.
           write check-report-line.
           add 1 to report-lines-written.

       0044-find-registry-set.
      * any set this source sent for the day, scheduled or not, is
      * marked so the unscheduled listing leaves it out.
           move 0 to registry-found.
           perform varying rgx from 1 by 1 until rgx > registry-count
             if reg-source-system(rgx) equal to sch-source-system(sx)
                 and reg-manifest-date(rgx) equal to check-date
               move 1 to registry-found
               move 1 to reg-scheduled(rgx)
               exit perform
             end-if
           end-perform.

       0050-report-unscheduled.
      * sets from a source the schedule does not list: nothing is
      * wrong with the fuel, but the schedule is out of date.
           perform varying rgx from 1 by 1 until rgx > registry-count
             if reg-scheduled(rgx) equal to 0
               perform 0052-check-source-scheduled
             end-if
           end-perform.

       0052-check-source-scheduled.
           perform varying sx from 1 by 1 until sx > schedule-count
             if sch-source-system(sx) equal to reg-source-system(rgx)
               exit paragraph
             end-if
           end-perform.
           add 1 to unscheduled-count.
           move spaces to check-report-line.
           string reg-source-system(rgx) '  '
             reg-manifest-date(rgx) '            UNSCHEDULED '
             reg-run-date(rgx) '/' reg-run-id(rgx)
             delimited by size into check-report-line.
           write check-report-line.
           add 1 to report-lines-written.

       0055-write-report-trailer.
           move spaces to check-report-line.
           write check-report-line.
           move spaces to check-report-line.
           string 'DUE: ' expected-count
             '  ON TIME: ' on-time-count
             '  LATE: ' late-count
             '  MISSING: ' missing-count
             '  NOT YET DUE: ' not-yet-due-count
             delimited by size into check-report-line.
           write check-report-line.
           if unscheduled-count greater than 0 then
             move spaces to check-report-line
             string 'SETS FROM UNSCHEDULED SOURCES: '
               unscheduled-count
               delimited by size into check-report-line
             write check-report-line
           end-if.
           if bad-schedule-cards greater than 0 then
             move spaces to check-report-line
             string 'SCHEDULE CARDS REJECTED: ' bad-schedule-cards
               delimited by size into check-report-line
             write check-report-line
           end-if.

       0090-abort-check.
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
           move 'MANCHECK' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move registry-records-read to al-records-read.
           move report-lines-written to al-records-written.
           compute al-reject-count = missing-count + late-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
