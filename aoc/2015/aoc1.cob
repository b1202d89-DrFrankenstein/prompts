             select optional run-control assign to 'run-control.txt'
               organization is line sequential
               file status is run-control-status.
             select optional building-state assign to
                 'building-state.txt'
               organization is line sequential
               file status is building-state-status.
             select optional floor-check assign to 'floor-check.txt'
               organization is line sequential
               file status is floor-check-status.
             select optional elevator-history assign to
                 'elevator-history.txt'
               organization is line sequential
               file status is elevator-history-status.

       data division.
           file section.
      * coexist in one feed; an unstampable time just lands the
      * record in the unstamped bucket, it is not an error.
             05 bf-capture-time pic x(4).
      * the feed is bracketed by control records so a truncated
      * transfer from security cannot pass for a quiet night: a
      * header first (feed date, originating system) and a trailer
      * last, carrying the detail record count and the count per
      * building-id, up to twenty buildings. 'HDR' and 'TRL' are not
      * building-ids, so the first three bytes tell the layouts
      * apart. A feed whose controls do not agree with what arrived
      * is rejected whole - RC 20 - before any floor, state, history
      * or service-order output is committed.
           01 badge-feed-header-record.
             05 bfh-record-type pic x(3).
               88 feed-header-rec value 'HDR'.
               88 feed-trailer-rec value 'TRL'.
             05 bfh-feed-date pic x(8).
             05 bfh-origin-system pic x(8).
           01 badge-feed-trailer-record.
             05 filler pic x(3).
             05 bft-record-count pic x(8).
             05 bft-building-count pic x(2).
             05 bft-building-total occurs 20 times.
               10 bft-building-id pic x(3).
               10 bft-building-records pic x(8).

           fd floor-report.
           01 floor-report-line pic x(80).
      * produces more invalid commands than this abends the run
      * instead of ending OK on a floor position nobody should act
      * on. Blank or zero leaves the job tolerant, as before.
      * capture-time gap, cols 9-12, whole minutes: two records for
      * the same building further apart than this are logged as a
      * gap in elevator-exceptions.txt. Blank or zero keeps the
      * default of 60.
           01 param-card-record.
             05 ep-bad-cmd-threshold pic x(8).
             05 ep-max-gap-minutes pic x(4).

           fd building-profile.
      * the building profile master facilities already maintains:
             05 sv-service-code pic x(4).

           fd service-orders.
      * tonight's raw orders for SVCTRACK, which holds back the ones
      * already open at dispatch and passes the rest on: the same
      * numbers the floor report prints, fixed layout, one record per
      * building that crossed its threshold.
           01 service-order-record.
             05 so-run-date pic 9(8).
             05 so-run-id pic 9(4).
           fd run-control.
           copy "run-control.cpy".

           fd building-state.
      * each building's closing floor, rewritten whole at the end of
      * every completed run and read back by the next one, so a car
      * that parked on floor 7 last night opens on floor 7 tonight
      * instead of being tracked all day from floor 0. One record per
      * building-id, stamped with the run that wrote it. bs-prior-floor
      * is the floor that run was handed before any floor-check reset:
      * a rerun of the same run date/run-id opens from it again, not
      * from its own closing floor, so a rerun cannot double-apply the
      * night's commands.
           01 building-state-record.
             05 bs-building-id pic x(3).
             05 bs-closing-floor pic s9(5) sign leading separate.
             05 bs-run-date pic 9(8).
             05 bs-run-id pic 9(4).
             05 bs-prior-floor pic s9(5) sign leading separate.

           fd floor-check.
      * the morning walk-round: building-id in cols 1-3, the floor the
      * car was actually seen on in cols 4-9 (+/-00007, signs written
      * out like the building profile). Optional - most nights there
      * is no walk-round and the carried floors stand.
           01 floor-check-record.
             05 fc-building-id pic x(3).
             05 fc-observed-floor pic s9(5) sign leading separate.

           fd elevator-history.
           copy "elevator-history.cpy".

           working-storage section.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 service-orders-written pic 9(4) value 0.
           77 peak-floor pic s9(5).
           77 peak-visits pic 9(8).
           77 building-state-status pic 99.
           77 floor-check-status pic 99.
           77 state-count pic 99 value 0.
           77 state-table-max pic 99 value 50.
           77 state-found pic 9 value 0.
           77 reports-open pic 9 value 0.
           77 floor-checks-read pic 9(4) value 0.
           77 floor-checks-reset pic 9(4) value 0.
           77 floor-checks-rejected pic 9(4) value 0.
           77 observed-floor-disp pic ---999.
           77 check-building-known pic 9 value 0.
           77 lookup-state-id pic x(3).
           77 elevator-history-status pic 99.
           77 history-records-written pic 9(4) value 0.
           77 building-in-feed pic 9 value 0.
           77 feed-date pic 9(8).
           77 feed-origin pic x(8).
           77 feed-trailer-seen pic 9 value 0.
           77 feed-detail-count pic 9(8) value 0.
           77 feed-trailer-count pic 9(8) value 0.
           77 feed-trailer-buildings pic 99 value 0.
           77 feed-reject-reason pic x(60).
           77 feed-reject-rc pic 99 value 20.
           77 trl-x pic 99.
           77 trailer-records pic 9(8).
           77 max-gap-minutes pic 9(4) value 60.
           77 capture-minutes pic 9(4).
           77 capture-hh pic 99.
           77 last-capture-mm pic 99.
           77 last-capture-num pic 9(4).
           77 capture-gap pic s9(5).
           77 sequence-backward-count pic 9(8) value 0.
           77 sequence-gap-count pic 9(8) value 0.
           77 last-capture-disp pic x(4).
           77 gap-disp pic z(4)9.
           77 feed-count-max pic 99 value 50.
           77 feed-building-count pic 99 value 0.

      * what actually arrived, per building-id as keyed in the feed -
      * unknown buildings included, since the trailer counts what
      * security sent, not what this job accepted.
           01 feed-count-table.
             05 feed-count-entry occurs 50 times indexed by fct-x.
               10 fct-id pic x(3).
               10 fct-records pic 9(8).
               10 fct-in-trailer pic 9.

      * the floors carried in from building-state.txt, one entry per
      * building any earlier run has closed out, whether or not it
      * shows up in tonight's feed. bst-carried-floor is where the car
      * opens tonight (after the floor check, if there was one);
      * bst-closing-floor is what gets written back - tonight's final
      * floor for a building the feed named, the carried floor for one
      * it did not.
           01 building-state-table.
             05 state-entry occurs 50 times indexed by bst-x.
               10 bst-id pic x(3).
               10 bst-prior-floor pic s99999.
               10 bst-carried-floor pic s99999.
               10 bst-closing-floor pic s99999.
               10 bst-checked pic 9.

      * the dispatch thresholds, loaded once at start-up like the
      * building profile.
               10 bld-low-floor pic s99999.
               10 bld-low-position pic 9(8).
               10 bld-out-of-range pic 9(8).
      * the floor the car opened the night on, carried from the last
      * run's closing floor (0 for a building with no carried state).
               10 bld-opening-floor pic s99999.
      * the last capture stamp seen for the building, in minutes
      * after midnight, for the sequence check; bld-capture-seen is
      * 0 until the building's first stamped record.
               10 bld-capture-seen pic 9.
               10 bld-last-capture pic 9(4).
      * served range copied from the building's profile record when
      * the building first appears in the feed; bld-outside-served
      * latches an excursion the way bld-seen-basement latches a
           perform 0006-load-building-profile.
           perform 0007-read-param-card.
           perform 0045-load-service-params.
           perform 0060-load-building-state.

           open input input-file.
           open output floor-report.

           open output command-exceptions.
           move 1 to reports-open.
           move spaces to command-exception-line.
           string 'ELEVATOR COMMAND EXCEPTIONS - RUN DATE: '
             run-date '  RUN ID: ' run-id
           move spaces to floor-report-line.
           write floor-report-line.

           perform 0022-read-feed-header.

      * the walk-round is reconciled before the first command moves
      * any car, so every building opens on the floor it was seen on.
           perform 0064-apply-floor-check.

           perform 0010-run-elevator-command
             until file-status equal to 10.                             (end of file)
           perform 0025-verify-feed-controls.
           close input-file.

      * tonight's buildings go into the state table before any
      * history or service order is written, so a table too small
      * for them aborts with nothing of the night committed.
           perform 0061-fold-closing-floors.

           perform varying bld-x from 1 by 1
             until bld-x > building-count
               perform 0030-report-one-building

           perform 0040-write-campus-summary.
           perform 0050-write-service-orders.
           perform 0056-write-elevator-history.

           close floor-report.
           close command-exceptions.

      * only a run that got this far closes the night out; an abend
      * above leaves last night's state standing for the rerun.
           perform 0068-save-building-state.

           if campus-alert equal to 1 then
             move 1 to return-code
             move 'ALERT' to job-final-status
               to bad-command-threshold
             move 1 to threshold-active
           end-if.
           if ep-max-gap-minutes is numeric
               and function numval(ep-max-gap-minutes)
                 greater than 0
             move function numval(ep-max-gap-minutes)
               to max-gap-minutes
           end-if.

       0045-load-service-params.
           open input service-params.
               end-if
           end-perform.

       0056-write-elevator-history.
      * one record per building per run onto the running history -
      * every building in the carried state, whether or not the feed
      * named it tonight - so tonight's traffic is still there when
      * floor-report.txt is overwritten tomorrow (layout:
      * elevator-history.cpy).
           open extend elevator-history.
           perform varying bld-x from 1 by 1
             until bld-x > building-count
               perform 0054-find-peak-floor
               initialize elevator-history-record
               move run-date to eh-run-date
               move run-id to eh-run-id
               move bld-id(bld-x) to eh-building-id
               move bld-commands(bld-x) to eh-commands
               perform varying shift-slot from 1 by 1
                 until shift-slot > 4
                   move bld-shift-commands(bld-x, shift-slot)
                     to eh-shift-commands(shift-slot)
               end-perform
               move bld-basement-visits(bld-x) to eh-basement-dips
               move bld-served-excursions(bld-x) to eh-excursions
               move peak-floor to eh-peak-floor
               move peak-visits to eh-peak-visits
               write elevator-history-record
               add 1 to history-records-written
           end-perform.
           perform varying bst-x from 1 by 1
             until bst-x > state-count
               perform 0058-write-idle-history
           end-perform.
           close elevator-history.
           display 'Elevator history records written: '
             history-records-written.

       0058-write-idle-history.
      * a building on the books that the feed never named tonight
      * still gets its record, all zeros: a car that stopped dead is
      * the sharpest move the trend step can see, and a missing
      * record would hide it.
           move 0 to building-in-feed.
           set bld-x to 1.
           search building-entry
             at end
               continue
             when bld-id(bld-x) equal to bst-id(bst-x)
               and bld-x not greater than building-count
               move 1 to building-in-feed
           end-search.
           if building-in-feed equal to 1 then
             exit paragraph
           end-if.
           initialize elevator-history-record.
           move run-date to eh-run-date.
           move run-id to eh-run-id.
           move bst-id(bst-x) to eh-building-id.
           write elevator-history-record.
           add 1 to history-records-written.

       0060-load-building-state.
      * last night's closing floors. No file (the first night, or a
      * hand-started run somewhere new) means every building opens
      * at floor 0, as it always used to.
           open input building-state.
           if building-state-status not equal to 0 then
             display 'No building-state.txt - every building opens'
               ' at floor 0'
             close building-state
             exit paragraph
           end-if.
           perform 0062-load-one-state-record
             until building-state-status equal to 10.                   (end of file)
           close building-state.
           display 'Building state loaded: ' state-count
             ' buildings'.

       0062-load-one-state-record.
           read building-state
             at end exit paragraph.
           if bs-building-id equal to spaces then
             exit paragraph
           end-if.
           if bs-closing-floor is not numeric
               or bs-prior-floor is not numeric then
             display 'Building state record unreadable for: '
               bs-building-id ' - opens at floor 0'
             exit paragraph
           end-if.
           move bs-building-id to lookup-state-id.
           perform 0063-find-state-entry.
           if state-found equal to 1 then
             display 'Duplicate building-id in building state: '
               bs-building-id ' - first record kept'
             exit paragraph
           end-if.
           perform 0065-add-state-entry.
      * a record this very run wrote means the run is being redone:
      * open from the floor it was handed, not from where it closed.
      * Hand-started runs all carry run-id zero and always chain on.
           if bs-run-date equal to run-date
               and bs-run-id equal to run-id
               and run-id not equal to 0 then
             move bs-prior-floor to bst-prior-floor(bst-x)
           else
             move bs-closing-floor to bst-prior-floor(bst-x)
           end-if.
           move bst-prior-floor(bst-x) to bst-carried-floor(bst-x).
           move bst-prior-floor(bst-x) to bst-closing-floor(bst-x).

       0063-find-state-entry.
           move 0 to state-found.
           set bst-x to 1.
           search state-entry
             at end
               continue
             when bst-id(bst-x) equal to lookup-state-id
               and bst-x not greater than state-count
               move 1 to state-found
           end-search.

       0065-add-state-entry.
      * a new slot opens at floor 0 until something says otherwise.
           if state-count not less than state-table-max then
             display 'Building state exceeds ' state-table-max
               ' entries - raise state-table-max'
             perform 0069-abort-building-state
           end-if.
           add 1 to state-count.
           set bst-x to state-count.
           move lookup-state-id to bst-id(bst-x).
           move 0 to bst-prior-floor(bst-x).
           move 0 to bst-carried-floor(bst-x).
           move 0 to bst-closing-floor(bst-x).
           move 0 to bst-checked(bst-x).

       0064-apply-floor-check.
      * a building the walk-round saw somewhere other than where the
      * carried state puts it is reset to what was seen and listed
      * here, so one bad feed night does not poison every night after
      * it. Buildings that agree are only counted.
           open input floor-check.
           if floor-check-status not equal to 0 then
             close floor-check
             exit paragraph
           end-if.
           move 'FLOOR CHECK RECONCILIATION' to floor-report-line.
           write floor-report-line.
           perform 0066-check-one-floor-card
             until floor-check-status equal to 10.                      (end of file)
           close floor-check.
           move spaces to floor-report-line.
           string '  Floor checks: ' floor-checks-read
             '  reset: ' floor-checks-reset
             '  rejected: ' floor-checks-rejected
             delimited by size into floor-report-line.
           write floor-report-line.
           move spaces to floor-report-line.
           write floor-report-line.
           display 'Floor checks read: ' floor-checks-read
             '  reset: ' floor-checks-reset.

       0066-check-one-floor-card.
           read floor-check
             at end exit paragraph.
           if fc-building-id equal to spaces then
             exit paragraph
           end-if.
           add 1 to floor-checks-read.
           if fc-observed-floor is not numeric then
             add 1 to floor-checks-rejected
             move spaces to floor-report-line
             string '  Floor check for ' fc-building-id
               ' rejected: observed floor not a signed number'
               delimited by size into floor-report-line
             write floor-report-line
             exit paragraph
           end-if.
           if profile-loaded equal to 1 then
             perform 0067-check-floor-card-known
             if check-building-known equal to 0
               add 1 to floor-checks-rejected
               move spaces to floor-report-line
               string '  Floor check for ' fc-building-id
                 ' rejected: building not on the profile master'
                 delimited by size into floor-report-line
               write floor-report-line
               exit paragraph
             end-if
           end-if.

           move fc-building-id to lookup-state-id.
           perform 0063-find-state-entry.
           if state-found equal to 0 then
             perform 0065-add-state-entry
           end-if.
           if bst-checked(bst-x) equal to 1 then
             add 1 to floor-checks-rejected
             move spaces to floor-report-line
             string '  Floor check for ' fc-building-id
               ' rejected: building already checked this morning'
               delimited by size into floor-report-line
             write floor-report-line
             exit paragraph
           end-if.
           move 1 to bst-checked(bst-x).

           if fc-observed-floor not equal to bst-carried-floor(bst-x)
             add 1 to floor-checks-reset
             move bst-carried-floor(bst-x) to floor-num-disp
             move fc-observed-floor to observed-floor-disp
             move spaces to floor-report-line
             string '  Building ' fc-building-id
               ' carried floor ' floor-num-disp
               ' observed ' observed-floor-disp
               ' - reset to observed'
               delimited by size into floor-report-line
             write floor-report-line
             move fc-observed-floor to bst-carried-floor(bst-x)
             move fc-observed-floor to bst-closing-floor(bst-x)
           end-if.

       0067-check-floor-card-known.
           move 0 to check-building-known.
           set prf-x to 1.
           search profile-entry
             at end
               continue
             when prf-id(prf-x) equal to fc-building-id
               and prf-x not greater than profile-count
               move 1 to check-building-known
           end-search.

       0061-fold-closing-floors.
      * fold tonight's final floors into the carried state: buildings
      * the feed named close on their final floor, buildings it did
      * not keep the floor they opened on.
           perform varying bld-x from 1 by 1
             until bld-x > building-count
               move bld-id(bld-x) to lookup-state-id
               perform 0063-find-state-entry
               if state-found equal to 0
                 perform 0065-add-state-entry
               end-if
               move bld-floor-num(bld-x) to bst-closing-floor(bst-x)
           end-perform.

       0068-save-building-state.
      * write the whole state back, as 0061 left it.
           open output building-state.
           perform varying bst-x from 1 by 1
             until bst-x > state-count
               move bst-id(bst-x) to bs-building-id
               move bst-closing-floor(bst-x) to bs-closing-floor
               move run-date to bs-run-date
               move run-id to bs-run-id
               move bst-prior-floor(bst-x) to bs-prior-floor
               write building-state-record
           end-perform.
           close building-state.

       0069-abort-building-state.
      * a state table too small for the campus is an abend under its
      * own RC, the same rule the profile load applies; the state file
      * on disk is left as it was. It is caught while the state is
      * loaded, checked or folded - always before the history and
      * service orders are written - so the rerun starts clean.
           display 'Building state not saved'.
           if reports-open equal to 1 then
             move spaces to floor-report-line
             string 'RUN ABORTED - building state exceeds '
               state-table-max ' entries'
               delimited by size into floor-report-line
             write floor-report-line
             close floor-report
             close command-exceptions
           end-if.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0020-write-audit-log.
           goback.

       0020-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           write audit-log-record.
           close audit-log.

       0022-read-feed-header.
      * the first record must be the header: a feed without one is
      * not a feed this job can vouch for.
           read input-file
             at end
               move 'empty feed - no header record'
                 to feed-reject-reason
               perform 0029-reject-feed
           end-read.
           if not feed-header-rec then
             move 'first record is not a header'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           if bfh-feed-date is not numeric then
             move 'header feed date not yyyymmdd'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           move bfh-feed-date to feed-date.
           if function integer-of-date(feed-date) equal to 0 then
             move 'header feed date not yyyymmdd'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           if bfh-origin-system equal to spaces then
             move 'header names no originating system'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           move bfh-origin-system to feed-origin.
           move spaces to floor-report-line.
           string 'BADGE FEED DATE: ' feed-date
             '  FROM: ' feed-origin
             delimited by size into floor-report-line.
           write floor-report-line.
           move spaces to floor-report-line.
           write floor-report-line.

       0024-store-feed-trailer.
           move 1 to feed-trailer-seen.
           if bft-record-count is not numeric
               or bft-building-count is not numeric then
             move 'trailer counts not numeric' to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           move bft-record-count to feed-trailer-count.
           move bft-building-count to feed-trailer-buildings.
           if feed-trailer-buildings greater than 20 then
             move 'trailer lists more than 20 buildings'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.

       0025-verify-feed-controls.
      * the trailer promises what the feed should have held; refuse
      * to publish floors from anything less. Every building the
      * trailer lists must have arrived with exactly its count, and
      * every building that arrived must be on the trailer.
           if feed-trailer-seen equal to 0 then
             move 'no trailer record - feed truncated'
               to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           if feed-trailer-count not equal to feed-detail-count then
             move feed-trailer-count to position-disp
             move spaces to feed-reject-reason
             string 'trailer promises '
               function trim(position-disp) ' records, feed held '
               feed-detail-count
               delimited by size into feed-reject-reason
             perform 0029-reject-feed
           end-if.
           perform varying trl-x from 1 by 1
             until trl-x > feed-trailer-buildings
               perform 0026-verify-one-trailer-building
           end-perform.
           perform varying fct-x from 1 by 1
             until fct-x > feed-building-count
               if fct-in-trailer(fct-x) equal to 0
                 move spaces to feed-reject-reason
                 string 'building ' fct-id(fct-x)
                   ' in feed but not on trailer'
                   delimited by size into feed-reject-reason
                 perform 0029-reject-feed
               end-if
           end-perform.
           display 'Badge feed controls agree: ' feed-detail-count
             ' records from ' feed-origin.

       0026-verify-one-trailer-building.
           if bft-building-records(trl-x) is not numeric then
             move spaces to feed-reject-reason
             string 'trailer count for ' bft-building-id(trl-x)
               ' not numeric'
               delimited by size into feed-reject-reason
             perform 0029-reject-feed
           end-if.
           move bft-building-records(trl-x) to trailer-records.
           set fct-x to 1.
           search feed-count-entry
             at end
               if trailer-records greater than 0
                 move spaces to feed-reject-reason
                 string 'trailer building ' bft-building-id(trl-x)
                   ' never arrived in feed'
                   delimited by size into feed-reject-reason
                 perform 0029-reject-feed
               end-if
             when fct-id(fct-x) equal to bft-building-id(trl-x)
               and fct-x not greater than feed-building-count
               move 1 to fct-in-trailer(fct-x)
               if fct-records(fct-x) not equal to trailer-records
                 move trailer-records to position-disp
                 move spaces to feed-reject-reason
                 string 'building ' fct-id(fct-x)
                   ' trailer promises '
                   function trim(position-disp)
                   ' records, feed held ' fct-records(fct-x)
                   delimited by size into feed-reject-reason
                 perform 0029-reject-feed
               end-if
           end-search.

       0027-count-feed-building.
           set fct-x to 1.
           search feed-count-entry
             at end
               if feed-building-count not less than feed-count-max
                 move 'more building-ids in feed than feed-count-max'
                   to feed-reject-reason
                 perform 0029-reject-feed
               end-if
               add 1 to feed-building-count
               set fct-x to feed-building-count
               move bf-building-id to fct-id(fct-x)
               move 0 to fct-records(fct-x)
               move 0 to fct-in-trailer(fct-x)
             when fct-id(fct-x) equal to bf-building-id
               and fct-x not greater than feed-building-count
               continue
           end-search.
           add 1 to fct-records(fct-x).

       0029-reject-feed.
      * a feed that fails its own controls is rejected whole under
      * its own RC, distinct from the job's abends, so the suite
      * driver can tell "security must resend" from "the job broke".
      * Nothing past this point is committed: building state,
      * history and service orders all still hold last night.
           display 'Badge feed rejected: ' feed-reject-reason.
           move spaces to floor-report-line.
           string 'FEED REJECTED - ' feed-reject-reason
             delimited by size into floor-report-line.
           write floor-report-line.
           move spaces to command-exception-line.
           string 'FEEDCTL  feed rejected - ' feed-reject-reason
             delimited by size into command-exception-line.
           write command-exception-line.
           close input-file.
           close floor-report.
           close command-exceptions.
           move feed-reject-rc to return-code.
           move 'REJECTED' to job-final-status.
           perform 0020-write-audit-log.
           goback.

       0010-run-elevator-command.
           read input-file
             at end exit paragraph.
               goback
           end-evaluate.

      * the trailer must be the last record and the header came off
      * the feed before the first command; anything else means the
      * file was spliced or resent out of order.
           if feed-trailer-seen equal to 1 then
             move 'record after the trailer' to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           if feed-header-rec then
             move 'second header record in feed' to feed-reject-reason
             perform 0029-reject-feed
           end-if.
           if feed-trailer-rec then
             perform 0024-store-feed-trailer
             exit paragraph
           end-if.
           add 1 to feed-detail-count.
           perform 0027-count-feed-building.

           add 1 to command-position.
           perform 0011-resolve-shift.

           perform 0015-find-or-add-building.
           add 1 to bld-commands(bld-x).
           add 1 to bld-shift-commands(bld-x, shift-slot).
           perform 0014-check-capture-sequence.

           move 1 to command-valid.
           evaluate true
               move 3 to shift-slot
           end-evaluate.

       0014-check-capture-sequence.
      * within one building the feed must run forward in time: a
      * record stamped earlier than the one before it means the
      * floors are being computed in the wrong order, and a silence
      * longer than the gap limit usually means records went
      * missing. Both are logged with their own reason code and the
      * record is still applied. An unstamped record has no time to
      * check. A step back of more than twelve hours is the clock
      * passing midnight, not a record out of order.
           if shift-slot equal to 4 then
             exit paragraph
           end-if.
           divide capture-time-num by 100 giving capture-hh.
           compute capture-minutes = capture-hh * 60 + capture-mm.
           if bld-capture-seen(bld-x) equal to 0 then
             move 1 to bld-capture-seen(bld-x)
             move capture-minutes to bld-last-capture(bld-x)
             exit paragraph
           end-if.
           compute capture-gap =
             capture-minutes - bld-last-capture(bld-x).
           if capture-gap less than -720 then
             add 1440 to capture-gap
           end-if.
           move command-position to position-disp.
           if capture-gap less than 0 then
             add 1 to sequence-backward-count
             perform 0013-format-last-capture
             move spaces to command-exception-line
             string 'SEQBACK  building ' bf-building-id
               ' capture ' bf-capture-time
               ' before ' last-capture-disp
               ' at position ' position-disp
               delimited by size into command-exception-line
             write command-exception-line
           else
             if capture-gap greater than max-gap-minutes
               add 1 to sequence-gap-count
               perform 0013-format-last-capture
               move capture-gap to gap-disp
               move spaces to command-exception-line
               string 'SEQGAP   building ' bf-building-id
                 ' capture ' bf-capture-time ' '
                 function trim(gap-disp)
                 ' min after ' last-capture-disp
                 ' at position ' position-disp
                 delimited by size into command-exception-line
               write command-exception-line
             end-if
           end-if.
           move capture-minutes to bld-last-capture(bld-x).

       0013-format-last-capture.
           divide bld-last-capture(bld-x) by 60 giving capture-hh
             remainder last-capture-mm.
           compute last-capture-num = capture-hh * 100
             + last-capture-mm.
           move last-capture-num to last-capture-disp.

       0018-log-bad-command.
           add 1 to bad-command-count.
           display 'Invalid character in input file: ' bf-command.
                     to bld-served-high(bld-x)
                   move 1 to bld-profiled(bld-x)
                 end-if
                 perform 0016-open-from-carried-floor
               else
                 display 'Building table full at: ' bf-building-id
                   ' - raise building-table-max'
               continue
           end-search.

       0016-open-from-carried-floor.
      * a building with carried state opens the night where the car
      * was left, not at floor 0. The extremes start there too, and
      * a car left in the basement or outside its served floors is
      * already latched - that dip or excursion was counted the
      * night it began.
           move bf-building-id to lookup-state-id.
           perform 0063-find-state-entry.
           if state-found equal to 0 then
             exit paragraph
           end-if.
           move bst-carried-floor(bst-x) to bld-floor-num(bld-x).
           move bst-carried-floor(bst-x) to bld-opening-floor(bld-x).
           move bst-carried-floor(bst-x) to bld-high-floor(bld-x).
           move bst-carried-floor(bst-x) to bld-low-floor(bld-x).
           if bld-floor-num(bld-x) less than 0 then
             move 1 to bld-seen-basement(bld-x)
           end-if.
           if bld-profiled(bld-x) equal to 1 then
             if bld-floor-num(bld-x) less than bld-served-low(bld-x)
                 or bld-floor-num(bld-x) greater than
                   bld-served-high(bld-x) then
               move 1 to bld-outside-served(bld-x)
             end-if
           end-if.

       0017-track-floor-stats.
      * every valid command lands the car on a floor; that arrival
      * is one visit, and the first arrival at a new extreme is the
             write floor-report-line
           end-if.

           move bld-opening-floor(bld-x) to floor-num-disp.
           move spaces to floor-report-line.
           string '  Opening floor: ' floor-num-disp
             delimited by size into floor-report-line.
           write floor-report-line.

           move bld-floor-num(bld-x) to floor-num-disp.
           move spaces to floor-report-line.
           string '  Final floor: ' floor-num-disp
