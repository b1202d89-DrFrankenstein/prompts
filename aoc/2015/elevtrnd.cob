       identification division.
       program-id. ELEVTRND.

      * Elevator traffic trend step. ELEV2015 appends one record per
      * building per run to elevator-history.txt (layout:
      * elevator-history.cpy); this companion job reads the whole
      * history, keeps each building's last 30 runs, and reports per
      * building its command volume across the window, its average
      * traffic by day of the week, and whether tonight's command
      * count or served-range excursion count has moved sharply
      * against the building's own average over the runs before it.
      * Facilities plan car maintenance from this instead of from
      * one night's floor report.
      * ELEV2015 writes a zero record for a building its feed did
      * not name, so a car that stopped altogether shows here as a
      * fall to nothing and flags like any other sharp move.
      *
      * the sharp-move threshold comes from a parameter card
      * (elev-trend-params.txt, cols 1-4, whole percent; default 50)
      * so facilities can tighten or loosen it without a recompile.
      * A building needs at least three earlier runs in the window
      * before it can be flagged - two nights make no average.

       environment division.
           input-output section.
             file-control.
               select optional elevator-history assign to
                   'elevator-history.txt'
                 organization is line sequential
                 file status is elevator-history-status.
               select trend-report assign to
                   'elevator-trend-report.txt'
                 organization is line sequential
                 file status is trend-report-status.
               select optional param-card-file assign to
                   'elev-trend-params.txt'
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
           fd elevator-history.
           copy "elevator-history.cpy".

           fd trend-report.
           01 trend-report-line pic x(100).

           fd param-card-file.
           01 param-card-record.
             05 et-threshold-pct pic x(4).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 elevator-history-status pic 99.
           77 trend-report-status pic 99.
           77 param-card-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.
           77 history-records-read pic 9(8) value 0.
           77 report-lines-written pic 9(8) value 0.

           77 threshold-pct pic 9(4) value 50.
           77 trend-window pic 99 value 30.
           77 min-prior-runs pic 99 value 3.
           77 building-count pic 99 value 0.
           77 table-max pic 99 value 50.
           77 obs-x pic 99.
           77 dow-x pic 9.
           77 flagged-count pic 9(4) value 0.

      * one entry per building ever seen in the history, holding its
      * newest trend-window runs in chronological order (ELEV2015
      * appends one block per run, so a building's records arrive
      * oldest first). When the window is full the oldest run shifts
      * out. A record for the same run key as the newest one held is
      * a rerun's block and replaces it rather than counting twice.
           01 trend-table.
             05 trend-entry occurs 50 times indexed by trd-x.
               10 td-building-id pic x(3).
               10 td-obs-count pic 99.
               10 td-runs-seen pic 9(6).
               10 td-obs occurs 30 times.
                 15 td-run-date pic 9(8).
                 15 td-run-id pic 9(4).
                 15 td-commands pic 9(8).
                 15 td-excursions pic 9(8).

      * newest run key in the history, found as the records go by.
           01 record-key-build.
             05 kb-run-date pic 9(8).
             05 kb-run-id pic 9(4).
           77 record-key pic x(12).
           77 latest-key pic x(12) value low-values.

      * day-of-week buckets for one building, Monday first: integer
      * day 1 (1601-01-01) was a Monday, so (integer-of-date - 1)
      * mod 7 gives 0 for Monday through 6 for Sunday.
           01 dow-label-values.
             05 filler pic x(3) value 'MON'.
             05 filler pic x(3) value 'TUE'.
             05 filler pic x(3) value 'WED'.
             05 filler pic x(3) value 'THU'.
             05 filler pic x(3) value 'FRI'.
             05 filler pic x(3) value 'SAT'.
             05 filler pic x(3) value 'SUN'.
           01 dow-label-table redefines dow-label-values.
             05 dow-label pic x(3) occurs 7 times.
           01 dow-table.
             05 dow-bucket occurs 7 times.
               10 dow-runs pic 9(4).
               10 dow-commands pic 9(10).

      * per-building figures for the current report line. The
      * averages are over the runs before the newest one, so the
      * newest is measured against the building's own history.
           77 obs-n pic 99.
           77 prior-n pic 99.
           77 window-commands pic 9(10).
           77 prior-commands pic 9(10).
           77 prior-excursions pic 9(10).
           77 latest-commands pic 9(8).
           77 latest-excursions pic 9(8).
           77 avg-commands pic 9(8)v99.
           77 avg-excursions pic 9(8)v99.
           77 move-pct pic s9(6)v9.
           77 commands-move-pct pic s9(6)v9.
           77 excursions-move-pct pic s9(6)v9.
           77 commands-sharp pic 9.
           77 excursions-sharp pic 9.
           77 dow-avg pic 9(8).

           77 runs-disp pic z(5)9.
           77 window-disp pic z(5)9.
           77 count-disp pic z(7)9.
           77 avg-disp pic z(7)9.9.
           77 pct-disp pic +(6)9.9.
           77 window-cmds-disp pic z(9)9.
           77 exc-disp pic z(7)9.
           77 avg-exc-disp pic z(7)9.9.
           77 cmd-move-cell pic x(10).
           77 exc-move-cell pic x(10).
           77 flag-cell pic x(5).
           77 dow-disp pic z(7)9.
           01 dow-line-build.
             05 dow-line-cell pic x(9) occurs 7 times.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.

      * nothing-to-trend exits still leave their audit record, the
      * way every sibling job does - a quiet history is a WARN in
      * the trail, not a no-show.
           open input elevator-history.
           if elevator-history-status not equal to 0 then
             display 'No elevator history to trend,'
               ' elevator-history-status=' elevator-history-status
             move 4 to return-code
             move 'WARN' to job-final-status
             perform 0050-write-audit-log
             goback
           end-if.
           perform 0010-load-one-history-record
             until elevator-history-status equal to 10.                 (end of file)
           close elevator-history.

           if building-count equal to 0 then
             display 'Elevator history is empty - nothing to trend'
             move 4 to return-code
             move 'WARN' to job-final-status
             perform 0050-write-audit-log
             goback
           end-if.

           open output trend-report.
           perform 0025-write-report-header.
           perform varying trd-x from 1 by 1
             until trd-x > building-count
               perform 0030-report-one-building
           end-perform.

           perform 0040-write-dow-header.
           perform varying trd-x from 1 by 1
             until trd-x > building-count
               perform 0042-report-one-dow-pattern
           end-perform.

           perform 0045-write-report-trailer.
           close trend-report.

           display 'Buildings trended: ' building-count
             '  sharp moves: ' flagged-count.

           if flagged-count greater than 0 then
             move 'WARN' to job-final-status
             move 4 to return-code
           end-if.
           perform 0050-write-audit-log.
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
           if et-threshold-pct is numeric
               and function numval(et-threshold-pct) greater than 0
             move function numval(et-threshold-pct)
               to threshold-pct
           end-if.

       0010-load-one-history-record.
           read elevator-history
             at end exit paragraph.
           if eh-building-id equal to spaces then
             exit paragraph
           end-if.
           add 1 to history-records-read.

           move eh-run-date to kb-run-date.
           move eh-run-id to kb-run-id.
           move record-key-build to record-key.
           if record-key greater than latest-key then
             move record-key to latest-key
           end-if.

           perform 0015-find-or-add-building.
           move td-obs-count(trd-x) to obs-x.
           if obs-x greater than 0 then
             if td-run-date(trd-x, obs-x) equal to eh-run-date
                 and td-run-id(trd-x, obs-x) equal to eh-run-id
               perform 0018-store-observation
               exit paragraph
             end-if
           end-if.

           add 1 to td-runs-seen(trd-x).
           if td-obs-count(trd-x) less than trend-window then
             add 1 to td-obs-count(trd-x)
           else
             perform varying obs-x from 1 by 1
               until obs-x not less than trend-window
                 move td-obs(trd-x, obs-x + 1)
                   to td-obs(trd-x, obs-x)
             end-perform
           end-if.
           move td-obs-count(trd-x) to obs-x.
           perform 0018-store-observation.

       0015-find-or-add-building.
           set trd-x to 1.
           search trend-entry
             at end
               if building-count < table-max
                 add 1 to building-count
                 set trd-x to building-count
                 initialize trend-entry(trd-x)
                 move eh-building-id to td-building-id(trd-x)
               else
                 display 'Elevator history exceeds ' table-max
                   ' buildings - raise table-max'
                 close elevator-history
                 move 8 to return-code
                 move 'ABORT' to job-final-status
                 perform 0050-write-audit-log
                 goback
               end-if
             when td-building-id(trd-x) equal to eh-building-id
               and trd-x not greater than building-count
               continue
           end-search.

       0018-store-observation.
           move eh-run-date to td-run-date(trd-x, obs-x).
           move eh-run-id to td-run-id(trd-x, obs-x).
           move eh-commands to td-commands(trd-x, obs-x).
           move eh-excursions to td-excursions(trd-x, obs-x).

       0025-write-report-header.
           move spaces to trend-report-line.
           string 'ELEVATOR TREND REPORT - RUN DATE: ' run-date
             '  RUN ID: ' run-id
             delimited by size into trend-report-line.
           write trend-report-line.
           move trend-window to window-disp.
           move threshold-pct to count-disp.
           move spaces to trend-report-line.
           string 'NEWEST RUN ' latest-key(1:8) '/' latest-key(9:4)
             '  WINDOW: LAST ' function trim(window-disp) ' RUNS'
             '  SHARP-MOVE THRESHOLD: '
             function trim(count-disp) '%'
             delimited by size into trend-report-line.
           write trend-report-line.
           move spaces to trend-report-line.
           write trend-report-line.
           move spaces to trend-report-line.
           string 'BLD   RUNS WINDOW WINDOW-CMD LAST-CMD   AVG-CMDS'
             '     MOVE%  LAST-EXC    AVG-EXC     MOVE%  FLAG'
             delimited by size into trend-report-line.
           write trend-report-line.

       0030-report-one-building.
           perform 0035-compute-window-figures.

           move td-runs-seen(trd-x) to runs-disp.
           move obs-n to window-disp.
           move window-commands to window-cmds-disp.
           move latest-commands to count-disp.
           move avg-commands to avg-disp.
           move latest-excursions to exc-disp.
           move avg-excursions to avg-exc-disp.
      * too few earlier runs for an average to mean anything: the
      * move columns print a dash and the building cannot flag.
           if prior-n less than min-prior-runs then
             move '         -' to cmd-move-cell
             move '         -' to exc-move-cell
           else
             move commands-move-pct to pct-disp
             move pct-disp to cmd-move-cell
             move excursions-move-pct to pct-disp
             move pct-disp to exc-move-cell
           end-if.
           move spaces to flag-cell.
           if commands-sharp equal to 1
               or excursions-sharp equal to 1 then
             add 1 to flagged-count
             move 'SHARP' to flag-cell
           end-if.
           move spaces to trend-report-line.
           string td-building-id(trd-x) ' ' runs-disp ' '
             window-disp ' ' window-cmds-disp ' ' count-disp
             ' ' avg-disp cmd-move-cell '  ' exc-disp
             ' ' avg-exc-disp exc-move-cell '  ' flag-cell
             delimited by size into trend-report-line.
           write trend-report-line.
           add 1 to report-lines-written.

           if commands-sharp equal to 1 then
             move latest-commands to count-disp
             move avg-commands to avg-disp
             move commands-move-pct to pct-disp
             move spaces to trend-report-line
             string '       commands ' function trim(count-disp)
               ' against own average ' function trim(avg-disp)
               ' (' function trim(pct-disp) '%)'
               delimited by size into trend-report-line
             write trend-report-line
           end-if.
           if excursions-sharp equal to 1 then
             move latest-excursions to count-disp
             move avg-excursions to avg-disp
             move spaces to trend-report-line
             if avg-excursions equal to 0
               string '       excursions ' function trim(count-disp)
                 ' where its recent runs had none'
                 delimited by size into trend-report-line
             else
               move excursions-move-pct to pct-disp
               string '       excursions ' function trim(count-disp)
                 ' against own average ' function trim(avg-disp)
                 ' (' function trim(pct-disp) '%)'
                 delimited by size into trend-report-line
             end-if
             write trend-report-line
           end-if.

       0035-compute-window-figures.
      * window volume over every run held; the averages and the
      * sharp-move test over the runs before the newest one.
           move td-obs-count(trd-x) to obs-n.
           compute prior-n = obs-n - 1.
           move td-commands(trd-x, obs-n) to latest-commands.
           move td-excursions(trd-x, obs-n) to latest-excursions.
           move latest-commands to window-commands.
           move 0 to prior-commands.
           move 0 to prior-excursions.
           perform varying obs-x from 1 by 1 until obs-x > prior-n
             add td-commands(trd-x, obs-x) to window-commands
             add td-commands(trd-x, obs-x) to prior-commands
             add td-excursions(trd-x, obs-x) to prior-excursions
           end-perform.
           move 0 to avg-commands.
           move 0 to avg-excursions.
           if prior-n greater than 0 then
             compute avg-commands rounded =
               prior-commands / prior-n
             compute avg-excursions rounded =
               prior-excursions / prior-n
           end-if.

           move 0 to commands-sharp.
           move 0 to excursions-sharp.
           move 0 to commands-move-pct.
           move 0 to excursions-move-pct.
           if prior-n less than min-prior-runs then
             exit paragraph
           end-if.

           if avg-commands greater than 0 then
             compute commands-move-pct rounded =
               (latest-commands - avg-commands) * 100 / avg-commands
             move commands-move-pct to move-pct
             if move-pct less than 0
               compute move-pct = 0 - move-pct
             end-if
             if move-pct not less than threshold-pct
               move 1 to commands-sharp
             end-if
           end-if.

      * a building whose recent runs had no excursions at all has no
      * percentage to move by: any excursion tonight is the move.
           if avg-excursions greater than 0 then
             compute excursions-move-pct rounded =
               (latest-excursions - avg-excursions) * 100
               / avg-excursions
             move excursions-move-pct to move-pct
             if move-pct less than 0
               compute move-pct = 0 - move-pct
             end-if
             if move-pct not less than threshold-pct
               move 1 to excursions-sharp
             end-if
           else
             if latest-excursions greater than 0
               move 1 to excursions-sharp
             end-if
           end-if.

       0040-write-dow-header.
           move spaces to trend-report-line.
           write trend-report-line.
           move spaces to trend-report-line.
           string 'DAY-OF-WEEK PATTERN - AVERAGE COMMANDS PER RUN'
             ' OVER THE WINDOW'
             delimited by size into trend-report-line.
           write trend-report-line.
           move spaces to dow-line-build.
           perform varying dow-x from 1 by 1 until dow-x > 7
             move spaces to dow-line-cell(dow-x)
             move dow-label(dow-x) to dow-line-cell(dow-x)(7:3)
           end-perform.
           move spaces to trend-report-line.
           string 'BLD ' dow-line-build
             delimited by size into trend-report-line.
           write trend-report-line.

       0042-report-one-dow-pattern.
      * a weekday the building never ran on in the window prints a
      * dash, not a zero - no data is not a quiet day.
           perform varying dow-x from 1 by 1 until dow-x > 7
             move 0 to dow-runs(dow-x)
             move 0 to dow-commands(dow-x)
           end-perform.
           move td-obs-count(trd-x) to obs-n.
           perform varying obs-x from 1 by 1 until obs-x > obs-n
             compute dow-x = function mod(
               function integer-of-date(td-run-date(trd-x, obs-x))
               - 1, 7) + 1
             add 1 to dow-runs(dow-x)
             add td-commands(trd-x, obs-x) to dow-commands(dow-x)
           end-perform.
           move spaces to dow-line-build.
           perform varying dow-x from 1 by 1 until dow-x > 7
             if dow-runs(dow-x) equal to 0
               move '        -' to dow-line-cell(dow-x)
             else
               compute dow-avg rounded =
                 dow-commands(dow-x) / dow-runs(dow-x)
               move dow-avg to dow-disp
               move spaces to dow-line-cell(dow-x)
               move dow-disp to dow-line-cell(dow-x)(2:8)
             end-if
           end-perform.
           move spaces to trend-report-line.
           string td-building-id(trd-x) ' ' dow-line-build
             delimited by size into trend-report-line.
           write trend-report-line.
           add 1 to report-lines-written.

       0045-write-report-trailer.
           move spaces to trend-report-line.
           write trend-report-line.
           move spaces to trend-report-line.
           string 'BUILDINGS: ' building-count
             '  SHARP MOVES: ' flagged-count
             delimited by size into trend-report-line.
           write trend-report-line.

       0050-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'ELEVTRND' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move history-records-read to al-records-read.
           move report-lines-written to al-records-written.
           move flagged-count to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
