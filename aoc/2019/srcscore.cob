       identification division.
       program-id. SRCSCORE.

      * Source-system data-quality scorecard, the pack we take to
      * the monthly interface meeting with the sending teams. For
      * each source system over the chosen window it reports:
      *   - the manifest rejection rate - sets rejected over sets
      *     sent, resends included - from FUELCALC's
      *     source-history.txt;
      *   - the detail reject rate, in all and broken down by reject
      *     reason, with the reasons counted from FUELAGE's carry
      *     file (reject-aging.txt), which holds every reject open
      *     or cleared inside its keep period;
      *   - the average days from reject to correction, from the
      *     cleared rejects on the same carry file;
      * and closes with the sources ranked worst first by their
      * offence score, the manifest rejection rate plus the detail
      * reject rate.
      *
      * the window is the 30 days ending on the run date, or the
      * from/to dates (yyyymmdd) in cols 1-8 and 9-16 of the
      * parameter card (srcscore-params.txt). A rerun's block in the
      * source history replaces the earlier block for its run key.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'srcscore-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional source-history assign to
                   'source-history.txt'
                 organization is line sequential
                 file status is source-history-status.
               select optional reject-aging-file assign to
                   'reject-aging.txt'
                 organization is line sequential
                 file status is aging-file-status.
               select scorecard-report assign to
                   'source-scorecard.txt'
                 organization is line sequential
                 file status is scorecard-report-status.
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
             05 sp-from-date pic x(8).
             05 sp-to-date pic x(8).

           fd source-history.
           copy "source-history.cpy".

           fd reject-aging-file.
           01 reject-aging-record.
             05 ra-run-date pic 9(8).
             05 ra-run-id pic 9(4).
             05 ra-module-id pic x(10).
             05 ra-mass pic x(6).
             05 ra-reason pic x(16).
             05 ra-status pic x(8).
             05 ra-cleared-date pic 9(8).
             05 ra-source-system pic x(8).

           fd scorecard-report.
           01 scorecard-report-line pic x(100).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 source-history-status pic 99.
           77 aging-file-status pic 99.
           77 scorecard-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 window-from-date pic 9(8).
           77 window-to-date pic 9(8).
           77 default-window-days pic 9(3) value 30.
           77 history-records-read pic 9(8) value 0.
           77 rerun-blocks-replaced pic 9(6) value 0.
           77 carry-records-read pic 9(8) value 0.
           77 report-lines-written pic 9(8) value 0.
           77 correction-days pic s9(5).

      * the window's source-history records, one per run key and
      * source - a rerun's record replaces the earlier one.
           77 history-count pic 9(5) value 0.
           77 history-table-max pic 9(5) value 10000.
           77 hx pic 9(5).
           01 history-table.
             05 history-entry occurs 10000 times.
               10 his-run-date pic 9(8).
               10 his-run-id pic 9(4).
               10 his-source-system pic x(8).
               10 his-manifests pic 9(4).
               10 his-rejected pic 9(4).
               10 his-duplicates pic 9(4).
               10 his-details-read pic 9(8).
               10 his-detail-rejects pic 9(8).

      * the scorecard itself, one entry per source system.
           77 score-count pic 9(3) value 0.
           77 score-table-max pic 9(3) value 50.
           77 reason-table-max pic 9(2) value 10.
           77 lookup-source pic x(8).
           77 sx pic 9(3).
           77 rx pic 9(2).
           01 score-table.
             05 score-entry occurs 50 times.
               10 scs-source-system pic x(8).
               10 scs-runs pic 9(6).
               10 scs-manifests pic 9(6).
               10 scs-rejected pic 9(6).
               10 scs-duplicates pic 9(6).
               10 scs-details-read pic 9(9).
               10 scs-detail-rejects pic 9(9).
               10 scs-corrected pic 9(6).
               10 scs-correction-days pic 9(8).
               10 scs-open pic 9(6).
               10 scs-set-pct pic 9(3)v9.
               10 scs-detail-pct pic 9(3)v9.
               10 scs-avg-days pic 9(4)v9.
               10 scs-score pic 9(4)v9.
               10 scs-reason-count pic 9(2).
               10 scs-reason occurs 10 times.
                 15 scs-reason-name pic x(16).
                 15 scs-reason-rejects pic 9(8).

      * worst-first ranking, as subscripts into the score table.
           77 rank-x pic 9(3).
           77 hold-rank pic 9(3).
           77 kx pic 9(3).
           01 rank-table.
             05 rank-entry occurs 50 times pic 9(3).

           77 reason-pct pic 9(3)v9.
           77 big-count-disp pic z(7)9.
           77 reject-disp pic z(6)9.
           77 fixed-disp pic z(4)9.
           77 open-disp pic z(4)9.
           77 set-pct-disp pic zz9.9.
           77 detail-pct-disp pic zz9.9.
           77 avg-disp pic z(3)9.9.
           77 score-disp pic z(3)9.9.
           77 rank-disp pic z9.
           77 runs-disp pic z(3)9.
           77 sets-disp pic z(3)9.
           77 rej-disp pic z(3)9.
           77 dup-disp pic z(3)9.
           77 avg-cell pic x(6).

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.

           perform 0010-load-source-history.
           perform 0020-fold-history-into-scores.
           perform 0030-load-carry-file.
           perform 0040-work-out-rates.
           perform 0045-rank-sources.

           open output scorecard-report.
           perform 0050-write-report.
           close scorecard-report.

           display 'Source scorecard ' window-from-date ' to '
             window-to-date ': ' score-count ' source systems'.

           if history-count equal to 0 then
             display 'No source history in the window - rates are'
               ' empty'
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
           move run-date to window-to-date.
           compute window-from-date = function date-of-integer(
             function integer-of-date(run-date)
               - default-window-days + 1).
           initialize param-card-record.
           open input param-card-file.
           if param-card-status equal to 0 then
             read param-card-file
               at end continue
             end-read
             close param-card-file
           end-if.
           if sp-from-date is numeric
               and function numval(sp-from-date) greater than 0
             move sp-from-date to window-from-date
           end-if.
           if sp-to-date is numeric
               and function numval(sp-to-date) greater than 0
             move sp-to-date to window-to-date
           end-if.
           if window-from-date greater than window-to-date then
             display 'Scorecard window ' window-from-date ' to '
               window-to-date ' is back to front'
             move 8 to return-code
             move 'ABORT' to job-final-status
             perform 0060-write-audit-log
             goback
           end-if.

       0010-load-source-history.
           open input source-history.
           if source-history-status not equal to 0 then
             display 'No source-history.txt - no manifest counts to'
               ' score'
             close source-history
             exit paragraph
           end-if.
           perform 0012-load-one-history-record
             until source-history-status equal to 10.                   (end of file)
           close source-history.
           if rerun-blocks-replaced greater than 0 then
             display 'Source history records replaced by reruns: '
               rerun-blocks-replaced
           end-if.

       0012-load-one-history-record.
           read source-history
             at end exit paragraph.
           if sh-source-system equal to spaces then
             exit paragraph
           end-if.
           if sh-run-date less than window-from-date
               or sh-run-date greater than window-to-date then
             exit paragraph
           end-if.
           add 1 to history-records-read.
           perform varying hx from 1 by 1 until hx > history-count
             if his-run-date(hx) equal to sh-run-date
                 and his-run-id(hx) equal to sh-run-id
                 and his-source-system(hx) equal to sh-source-system
               add 1 to rerun-blocks-replaced
               perform 0014-store-history-record
               exit paragraph
             end-if
           end-perform.
           if history-count not less than history-table-max then
             display 'Source history window exceeds '
               history-table-max ' records - raise history-table-max'
             perform 0090-abort-scorecard
           end-if.
           add 1 to history-count.
           move history-count to hx.
           perform 0014-store-history-record.

       0014-store-history-record.
           move sh-run-date to his-run-date(hx).
           move sh-run-id to his-run-id(hx).
           move sh-source-system to his-source-system(hx).
           move sh-manifests to his-manifests(hx).
           move sh-rejected to his-rejected(hx).
           move sh-duplicates to his-duplicates(hx).
           move sh-details-read to his-details-read(hx).
           move sh-detail-rejects to his-detail-rejects(hx).

       0020-fold-history-into-scores.
           perform varying hx from 1 by 1 until hx > history-count
             move his-source-system(hx) to lookup-source
             perform 0025-find-or-add-score
             add 1 to scs-runs(sx)
             add his-manifests(hx) to scs-manifests(sx)
             add his-rejected(hx) to scs-rejected(sx)
             add his-duplicates(hx) to scs-duplicates(sx)
             add his-details-read(hx) to scs-details-read(sx)
             add his-detail-rejects(hx) to scs-detail-rejects(sx)
           end-perform.

       0025-find-or-add-score.
           perform varying sx from 1 by 1 until sx > score-count
             if scs-source-system(sx) equal to lookup-source
               exit paragraph
             end-if
           end-perform.
           if score-count not less than score-table-max then
             display 'More than ' score-table-max ' source systems'
               ' - raise score-table-max'
             perform 0090-abort-scorecard
           end-if.
           add 1 to score-count.
           move score-count to sx.
           initialize score-entry(sx).
           move lookup-source to scs-source-system(sx).

       0030-load-carry-file.
           open input reject-aging-file.
           if aging-file-status not equal to 0 then
             display 'No reject-aging.txt - no reject reasons or'
               ' correction times to score'
             close reject-aging-file
             exit paragraph
           end-if.
           perform 0032-score-one-carried-reject
             until aging-file-status equal to 10.                       (end of file)
           close reject-aging-file.

       0032-score-one-carried-reject.
           read reject-aging-file
             at end exit paragraph.
           if ra-module-id equal to spaces then
             exit paragraph
           end-if.
           if ra-run-date less than window-from-date
               or ra-run-date greater than window-to-date then
             exit paragraph
           end-if.
           add 1 to carry-records-read.
      *    rejects carried from before FUELCALC stamped the source
      *    still count, under a name of their own.
           if ra-source-system equal to spaces then
             move 'UNSTAMPD' to lookup-source
           else
             move ra-source-system to lookup-source
           end-if.
           perform 0025-find-or-add-score.
           perform 0034-count-reason.

           if ra-status equal to 'OPEN' then
             add 1 to scs-open(sx)
             exit paragraph
           end-if.
           if ra-cleared-date is not numeric
               or ra-cleared-date equal to 0 then
             exit paragraph
           end-if.
           compute correction-days =
             function integer-of-date(ra-cleared-date)
             - function integer-of-date(ra-run-date).
           if correction-days less than 0 then
             move 0 to correction-days
           end-if.
           add 1 to scs-corrected(sx).
           add correction-days to scs-correction-days(sx).

       0034-count-reason.
           perform varying rx from 1 by 1
             until rx > scs-reason-count(sx)
               if scs-reason-name(sx, rx) equal to ra-reason
                 add 1 to scs-reason-rejects(sx, rx)
                 exit paragraph
               end-if
           end-perform.
           if scs-reason-count(sx) not less than reason-table-max then
             display 'More than ' reason-table-max ' reject reasons'
               ' for ' lookup-source ' - ' ra-reason ' not scored'
             exit paragraph
           end-if.
           add 1 to scs-reason-count(sx).
           move scs-reason-count(sx) to rx.
           move ra-reason to scs-reason-name(sx, rx).
           move 1 to scs-reason-rejects(sx, rx).

       0040-work-out-rates.
           perform varying sx from 1 by 1 until sx > score-count
             move 0 to scs-set-pct(sx)
             move 0 to scs-detail-pct(sx)
             move 0 to scs-avg-days(sx)
             if scs-manifests(sx) greater than 0
               compute scs-set-pct(sx) rounded =
                 scs-rejected(sx) * 100 / scs-manifests(sx)
             end-if
             if scs-details-read(sx) greater than 0
               compute scs-detail-pct(sx) rounded =
                 scs-detail-rejects(sx) * 100 / scs-details-read(sx)
             end-if
             if scs-corrected(sx) greater than 0
               compute scs-avg-days(sx) rounded =
                 scs-correction-days(sx) / scs-corrected(sx)
             end-if
             compute scs-score(sx) =
               scs-set-pct(sx) + scs-detail-pct(sx)
           end-perform.

       0045-rank-sources.
      * straight insertion on the score, worst first; on a tie the
      * slower source to correct ranks worse.
           perform varying rank-x from 1 by 1
             until rank-x > score-count
               move rank-x to rank-entry(rank-x)
           end-perform.
           perform varying rank-x from 2 by 1
             until rank-x > score-count
               move rank-entry(rank-x) to hold-rank
               move rank-x to kx
               perform until kx equal to 1
                 or scs-score(rank-entry(kx - 1)) greater than
                   scs-score(hold-rank)
                 or (scs-score(rank-entry(kx - 1)) equal to
                   scs-score(hold-rank)
                   and scs-avg-days(rank-entry(kx - 1)) not less than
                   scs-avg-days(hold-rank))
                   move rank-entry(kx - 1) to rank-entry(kx)
                   subtract 1 from kx
               end-perform
               move hold-rank to rank-entry(kx)
           end-perform.

       0050-write-report.
           move spaces to scorecard-report-line.
           string 'SOURCE SYSTEM DATA-QUALITY SCORECARD - RUN DATE: '
             run-date '  RUN ID: ' run-id
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'WINDOW ' window-from-date ' TO ' window-to-date
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'SOURCE    RUNS  SETS   REJ   DUP  SET-REJ%  '
             ' DETAILS  REJECTS  DET-REJ%  FIXED  AVG-DAYS   OPEN'
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           perform varying sx from 1 by 1 until sx > score-count
             perform 0052-report-one-source
           end-perform.

           move spaces to scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'DETAIL REJECT RATE BY REASON'
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'SOURCE    REASON            REJECTS  DET-REJ%'
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           perform varying sx from 1 by 1 until sx > score-count
             perform varying rx from 1 by 1
               until rx > scs-reason-count(sx)
                 perform 0054-report-one-reason
             end-perform
           end-perform.

           move spaces to scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'WORST OFFENDERS (SCORE = SET-REJ% + DET-REJ%)'
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'RANK  SOURCE     SCORE  SET-REJ%  DET-REJ%'
             '  AVG-DAYS'
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           perform varying rank-x from 1 by 1
             until rank-x > score-count
               perform 0056-report-one-rank
           end-perform.

           move spaces to scorecard-report-line.
           write scorecard-report-line.
           move spaces to scorecard-report-line.
           string 'SOURCE HISTORY RECORDS: ' history-records-read
             '  CARRIED REJECTS SCORED: ' carry-records-read
             delimited by size into scorecard-report-line.
           write scorecard-report-line.

       0052-report-one-source.
           move scs-runs(sx) to runs-disp.
           move scs-manifests(sx) to sets-disp.
           move scs-rejected(sx) to rej-disp.
           move scs-duplicates(sx) to dup-disp.
           move scs-set-pct(sx) to set-pct-disp.
           move scs-details-read(sx) to big-count-disp.
           move scs-detail-rejects(sx) to reject-disp.
           move scs-detail-pct(sx) to detail-pct-disp.
           move scs-corrected(sx) to fixed-disp.
           move scs-open(sx) to open-disp.
           perform 0058-format-avg-days.
           move spaces to scorecard-report-line.
           string scs-source-system(sx) '  ' runs-disp '  '
             sets-disp '  ' rej-disp '  ' dup-disp '     '
             set-pct-disp '  ' big-count-disp '  ' reject-disp
             '     ' detail-pct-disp '  ' fixed-disp '    '
             avg-cell '  ' open-disp
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           add 1 to report-lines-written.

       0054-report-one-reason.
           move 0 to reason-pct.
           if scs-details-read(sx) greater than 0 then
             compute reason-pct rounded =
               scs-reason-rejects(sx, rx) * 100
               / scs-details-read(sx)
           end-if.
           move scs-reason-rejects(sx, rx) to reject-disp.
           move reason-pct to detail-pct-disp.
           move spaces to scorecard-report-line.
           string scs-source-system(sx) '  '
             scs-reason-name(sx, rx) '  ' reject-disp '     '
             detail-pct-disp
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           add 1 to report-lines-written.

       0056-report-one-rank.
           move rank-entry(rank-x) to sx.
           move rank-x to rank-disp.
           move scs-score(sx) to score-disp.
           move scs-set-pct(sx) to set-pct-disp.
           move scs-detail-pct(sx) to detail-pct-disp.
           perform 0058-format-avg-days.
           move spaces to scorecard-report-line.
           string '  ' rank-disp '  ' scs-source-system(sx) '  '
             score-disp '     ' set-pct-disp '     '
             detail-pct-disp '    ' avg-cell
             delimited by size into scorecard-report-line.
           write scorecard-report-line.
           add 1 to report-lines-written.

       0058-format-avg-days.
      * a source with nothing corrected yet has no average to show.
           if scs-corrected(sx) equal to 0 then
             move '     -' to avg-cell
           else
             move scs-avg-days(sx) to avg-disp
             move avg-disp to avg-cell
           end-if.

       0090-abort-scorecard.
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
           move 'SRCSCORE' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read =
             history-records-read + carry-records-read.
           move report-lines-written to al-records-written.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
