                   'module-history.txt'
                 organization is line sequential
                 file status is module-history-status.
               select optional manifest-registry assign to
                   'manifest-registry.txt'
                 organization is line sequential
                 file status is manifest-registry-status.
               select optional source-history assign to
                   'source-history.txt'
                 organization is line sequential
                 file status is source-history-status.
               select optional closed-periods assign to
                   'closed-periods.txt'
                 organization is line sequential
                 file status is closed-periods-status.
               select optional fuel-adjustments assign to
                   'fuel-adjustments.txt'
                 organization is line sequential
                 file status is fuel-adjustments-status.
               select optional adjustment-register assign to
                   'fuel-adjustment-register.txt'
                 organization is line sequential
                 file status is adjustment-register-status.
               select optional reject-aging-file assign to
                   'reject-aging.txt'
                 organization is line sequential
                 file status is reject-aging-status.
               select optional module-store assign to
                   'module-store.dat'
                 organization is indexed
      * per detail record 0010-calculate-fuel rejects, so the aging
      * step (fuelage) can prove every reject eventually got a
      * correction instead of trusting that somebody remembered to
      * key a card. The source system of the manifest set the
      * record came in is stamped last, so every reject traces back
      * to the team that sent it.
           01 fuel-reject-record.
             05 fj-run-date pic 9(8).
             05 fj-run-id pic 9(4).
             05 fj-module-id pic x(10).
             05 fj-mass pic x(6).
             05 fj-reason pic x(16).
             05 fj-source-system pic x(8).

           fd correction-file.
      * one card per rejected manifest record, keyed to the run it
             05 ckpt-stray-records pic 9(8).
             05 ckpt-manifests-applied pic 9(4).
             05 ckpt-manifests-rejected pic 9(4).
             05 ckpt-duplicate-manifests pic 9(4).
           01 checkpoint-source-record.
             05 ckpt-src-type pic x(8).
             05 ckpt-src-system pic x(8).
             05 ckpt-src-records pic 9(8).
             05 ckpt-src-manifests pic 9(4).
             05 ckpt-src-rejected pic 9(4).
             05 ckpt-src-details-read pic 9(8).
             05 ckpt-src-detail-rejects pic 9(8).
             05 ckpt-src-duplicates pic 9(4).

           fd module-master.
      * reference list of every module we actually operate, one
             05 mh-module-id pic x(10).
             05 mh-subtotal pic 9(8).

           fd manifest-registry.
           copy "manifest-registry.cpy".

           fd source-history.
           copy "source-history.cpy".

           fd closed-periods.
           copy "closed-period.cpy".

           fd fuel-adjustments.
           copy "fuel-adjustment.cpy".

           fd adjustment-register.
           01 adjustment-register-line pic x(100).

           fd reject-aging-file.
      * FUELAGE's carry file, read by correction mode only: an OPEN
      * reject there is proof a closed month's run refused a record
      * for the module a card names.
           01 reject-aging-record.
             05 ra-run-date pic 9(8).
             05 ra-run-id pic 9(4).
             05 ra-module-id pic x(10).
             05 ra-mass pic x(6).
             05 ra-reason pic x(16).
             05 ra-status pic x(8).
             05 ra-cleared-date pic 9(8).
             05 ra-source-system pic x(8).

           fd module-store.
      * one record per module-id seen this run, holding its fuel
      * subtotal. Keyed on module-id so the manifest can grow to any
           77 reject-record-reason pic x(16).

      * one entry per source system seen this run, carrying the
      * fuel its verified manifests contributed, how many of its
      * sets were applied or rejected (and how many of those were
      * resends), and how many detail records it sent in all and
      * how many of them were rejected.
           77 source-count pic 9(3) value 0.
           77 source-table-max pic 9(3) value 20.
           01 source-table.
               10 src-records pic 9(8).
               10 src-manifests pic 9(4).
               10 src-rejected pic 9(4).
               10 src-details-read pic 9(8).
               10 src-detail-rejects pic 9(8).
               10 src-duplicates pic 9(4).
           77 source-history-status pic 99.

      * the manifest registry, loaded once at start-up. A fresh run
      * (no checkpoint) of a night that already ran under the same
      * scheduler run-id is a rerun replacing that run, so the sets
      * it registered are superseded, not duplicates; a hand-started
      * run (run-id zero) supersedes nothing. Entries older than
      * registry-keep-days are aged off when the file is rewritten.
           77 manifest-registry-status pic 99.
           77 registry-count pic 9(5) value 0.
           77 registry-table-max pic 9(5) value 20000.
           77 registry-keep-days pic 9(4) value 400.
           77 registry-cutoff-date pic 9(8) value 0.
           77 registry-superseded pic 9(5) value 0.
           77 registry-aged-off pic 9(5) value 0.
           77 manifest-is-duplicate pic 9 value 0.
           77 duplicate-reg-x pic 9(5).
           77 duplicate-manifests pic 9(4) value 0.
           77 rgx pic 9(5).
           01 registry-table.
             05 registry-entry occurs 20000 times.
               10 reg-source-system pic x(8).
               10 reg-manifest-date pic 9(8).
               10 reg-record-count pic 9(8).
               10 reg-hash-total pic 9(10).
               10 reg-run-date pic 9(8).
               10 reg-run-id pic 9(4).

           77 module-store-status pic 99.
           77 module-history-status pic 99.
               10 pend-id pic x(10).
               10 pend-fuel pic 9(8).

      * months finance has closed, and the adjustments already
      * posted against them, loaded by correction mode only. A card
      * naming a run in a closed month posts its fuel to the open
      * period as an adjustment and leaves the old run alone.
           77 closed-periods-status pic 99.
           77 fuel-adjustments-status pic 99.
           77 adjustment-register-status pic 99.
           77 reject-aging-status pic 99.
           77 run-evidence-found pic 9 value 0.
           77 closed-count pic 9(4) value 0.
           77 closed-table-max pic 9(4) value 600.
           77 cpx pic 9(4).
           77 lookup-period pic 9(6).
           77 period-is-closed pic 9 value 0.
           77 open-period pic 9(6).
           77 adjustment-count pic 9(5) value 0.
           77 adjustment-table-max pic 9(5) value 10000.
           77 adx pic 9(5).
           77 adjustments-posted pic 9(8) value 0.
           77 adjustments-rejected pic 9(8) value 0.
           77 adjustment-fuel-total pic 9(10) value 0.
           77 adjustment-reason pic x(30).
           77 adjustment-fuel-disp pic z(7)9.
           01 closed-table.
             05 closed-entry occurs 600 times pic 9(6).
           01 adjustment-table.
             05 adjustment-entry occurs 10000 times.
               10 adj-orig-run-date pic 9(8).
               10 adj-orig-run-id pic 9(4).
               10 adj-module-id pic x(10).
               10 adj-corrected-mass pic x(6).

      * correction mode rewrites the run-totals file; the SRC
      * records a correction cannot restate (cards name a module,
      * not a source) are read in here and written back untouched.
           end-if.

           perform 0005-restore-checkpoint.
           perform 0040-load-manifest-registry.

      * a fresh run owes finance subtotals for this manifest only,
      * so start the module store empty; a resumed run carries on
           display 'Fuel-for-fuel: ' total-extra-fuel.
           display 'Manifest sets applied: ' manifests-applied
             '  rejected: ' manifests-rejected.
           if duplicate-manifests greater than 0 then
             display 'Duplicate manifest sets rejected: '
               duplicate-manifests
           end-if.
           if master-loaded equal to 1 then
             display 'Unknown-module rejects: ' unknown-module-count
           end-if.
           perform 0032-display-source-subtotals.
           close module-store.
           perform 0033-write-run-totals.
           perform 0034-append-source-history.
      * a rejected source is a warning the scheduler must see, but
      * not a reason to hold the sources that balanced.
           if manifests-rejected greater than 0 then
                 move ckpt-stray-records to stray-records
                 move ckpt-manifests-applied to manifests-applied
                 move ckpt-manifests-rejected to manifests-rejected
                 move ckpt-duplicate-manifests to duplicate-manifests
                 move 1 to resuming-run
                 perform 0026-restore-source-records
                   until checkpoint-status equal to 10                  (end of file)
           move ckpt-src-records to src-records(src-x).
           move ckpt-src-manifests to src-manifests(src-x).
           move ckpt-src-rejected to src-rejected(src-x).
           move ckpt-src-details-read to src-details-read(src-x).
           move ckpt-src-detail-rejects to src-detail-rejects(src-x).
           move ckpt-src-duplicates to src-duplicates(src-x).

       0007-clear-checkpoint.
      * the run finished cleanly, so drop the checkpoint: a later
                 10000000000)
           end-if.

      * a resent set's details were already counted from the set on
      * the registry; each one goes to the rejects as DUPLICATE (the
      * aging step knows no correction is owed) and none is priced.
           if manifest-is-duplicate equal to 1 then
             move 'DUPLICATE' to reject-record-reason
             perform 0023-write-reject-record
             exit paragraph
           end-if.

           move module-id to lookup-module-id.
           move mass to work-mass.

           move module-id to fj-module-id.
           move mass to fj-mass.
           move reject-record-reason to fj-reason.
           move manifest-source to fj-source-system.
           write fuel-reject-record.
      * resends are scored per set, not per detail.
           if reject-record-reason not equal to 'DUPLICATE' then
             perform 0021-find-or-add-source
             add 1 to src-detail-rejects(src-x)
           end-if.

       0011-start-manifest.
      * a new header closes out whatever set was open: a manifest
           end-if.
           move mhr-manifest-date to manifest-date.
           move mhr-source-system to manifest-source.
           perform 0046-check-manifest-registry.
           move 1 to in-manifest.
           move 0 to detail-records-read.
           move 0 to mass-hash-total.
             perform 0019-reject-manifest
             exit paragraph
           end-if.
           if manifest-is-duplicate equal to 1 then
             perform 0047-reject-duplicate-manifest
             exit paragraph
           end-if.
           perform 0014-apply-manifest.

       0014-apply-manifest.
           add man-base-fuel to src-base-fuel(src-x).
           add man-extra-fuel to src-extra-fuel(src-x).
           add detail-records-read to src-records(src-x).
           add detail-records-read to src-details-read(src-x).
           add 1 to src-manifests(src-x).
           add 1 to manifests-applied.
           display 'Manifest controls verified: '
             detail-records-read ' records from ' manifest-source
             ' dated ' manifest-date.
           move 0 to in-manifest.
           perform 0048-register-manifest.
           perform 0025-write-checkpoint.

       0019-reject-manifest.
           perform 0021-find-or-add-source.
           add 1 to src-manifests(src-x).
           add 1 to src-rejected(src-x).
           add detail-records-read to src-details-read(src-x).
           move 0 to pending-count.
           initialize pending-table.
           move 0 to in-manifest.
           move 0 to manifest-is-duplicate.
           perform 0025-write-checkpoint.

       0021-find-or-add-source.
      * end of file: a set still open never got its trailer, and a
      * file that put no verified set on the books at all is the old
      * single-manifest control failure - RC 12 so the scheduler can
      * tell a short file from a bad read (RC 16). A resend that
      * balanced but was already on the registry is not a short
      * file; it ends the run RC 4 like any rejected set.
           if in-manifest equal to 1 then
             display 'Manifest control failure: file ended before '
               manifest-source ' trailer'
               to reject-reason
             perform 0019-reject-manifest
           end-if.
           if manifests-applied equal to 0
               and duplicate-manifests equal to 0 then
             perform 0018-abort-manifest
           end-if.

           move stray-records to ckpt-stray-records.
           move manifests-applied to ckpt-manifests-applied.
           move manifests-rejected to ckpt-manifests-rejected.
           move duplicate-manifests to ckpt-duplicate-manifests.
           write checkpoint-record.
           perform varying src-x from 1 by 1
             until src-x > source-count
               move src-records(src-x) to ckpt-src-records
               move src-manifests(src-x) to ckpt-src-manifests
               move src-rejected(src-x) to ckpt-src-rejected
               move src-details-read(src-x) to ckpt-src-details-read
               move src-detail-rejects(src-x)
                 to ckpt-src-detail-rejects
               move src-duplicates(src-x) to ckpt-src-duplicates
               write checkpoint-source-record
           end-perform.
           close checkpoint-file.
           end-perform.
           close module-history.

       0040-load-manifest-registry.
           compute registry-cutoff-date = function date-of-integer(
             function integer-of-date(run-date) - registry-keep-days).
           open input manifest-registry.
           if manifest-registry-status not equal to 0 then
             display 'No manifest-registry.txt yet - starting the'
               ' registry fresh'
             close manifest-registry
             exit paragraph
           end-if.
           perform 0042-load-one-registry-entry
             until manifest-registry-status equal to 10.                (end of file)
           close manifest-registry.
           display 'Manifest registry loaded: ' registry-count
             ' sets'.
           if registry-superseded greater than 0 then
             display 'Registry sets superseded by this rerun: '
               registry-superseded
           end-if.
           if registry-superseded greater than 0
               or registry-aged-off greater than 0 then
             perform 0044-rewrite-manifest-registry
           end-if.

       0042-load-one-registry-entry.
           read manifest-registry
             at end exit paragraph.
           if mr-source-system equal to spaces then
             exit paragraph
           end-if.
           if resuming-run equal to 0 then
             if run-id not equal to 0
                 and mr-run-date equal to run-date
                 and mr-run-id equal to run-id
               add 1 to registry-superseded
               exit paragraph
             end-if
             if mr-manifest-date less than registry-cutoff-date
               add 1 to registry-aged-off
               exit paragraph
             end-if
           end-if.
           if registry-count not less than registry-table-max then
             display 'Manifest registry exceeds ' registry-table-max
               ' sets - raise registry-table-max'
             close manifest-registry
             move 8 to return-code
             move 'ABORT' to job-final-status
             perform 0035-write-audit-log
             goback
           end-if.
           add 1 to registry-count.
           move mr-source-system to reg-source-system(registry-count).
           move mr-manifest-date to reg-manifest-date(registry-count).
           move mr-record-count to reg-record-count(registry-count).
           move mr-hash-total to reg-hash-total(registry-count).
           move mr-run-date to reg-run-date(registry-count).
           move mr-run-id to reg-run-id(registry-count).

       0044-rewrite-manifest-registry.
      * drop the superseded and aged-off sets from the file itself
      * before any set of this run is appended behind them.
           open output manifest-registry.
           perform varying rgx from 1 by 1 until rgx > registry-count
             move reg-source-system(rgx) to mr-source-system
             move reg-manifest-date(rgx) to mr-manifest-date
             move reg-record-count(rgx) to mr-record-count
             move reg-hash-total(rgx) to mr-hash-total
             move reg-run-date(rgx) to mr-run-date
             move reg-run-id(rgx) to mr-run-id
             write manifest-registry-record
           end-perform.
           close manifest-registry.

       0046-check-manifest-registry.
      * a header naming a source and manifest date already on the
      * registry opens a resend: its details are still read and
      * controlled, but nothing in it is applied.
           move 0 to manifest-is-duplicate.
           perform varying rgx from 1 by 1 until rgx > registry-count
             if reg-source-system(rgx) equal to manifest-source
                 and reg-manifest-date(rgx) equal to manifest-date
               move 1 to manifest-is-duplicate
               move rgx to duplicate-reg-x
             end-if
           end-perform.

       0047-reject-duplicate-manifest.
      * say whether the resend is the same set again or a different
      * one under a key already used - the second needs the sending
      * team, not just a note.
           add 1 to duplicate-manifests.
           perform 0021-find-or-add-source.
           add 1 to src-duplicates(src-x).
           move spaces to reject-reason.
           string 'DUPLICATE of run '
             reg-run-date(duplicate-reg-x) '/'
             reg-run-id(duplicate-reg-x)
             delimited by size into reject-reason.
           perform 0019-reject-manifest.
           if reg-record-count(duplicate-reg-x) not equal to
               detail-records-read
               or reg-hash-total(duplicate-reg-x) not equal to
               mass-hash-total then
             add 1 to exceptions-written
             move spaces to exception-report-line
             string '  resend differs from registered set: '
               detail-records-read ' records hash '
               mass-hash-total
               delimited by size into exception-report-line
             write exception-report-line
           end-if.

       0048-register-manifest.
      * on the registry before the checkpoint, the same
      * output-before-checkpoint order the module store follows, so
      * a restart that replays this set sees it as already applied.
           if registry-count not less than registry-table-max then
             display 'Manifest registry exceeds ' registry-table-max
               ' sets - raise registry-table-max'
             close input-file
             close exception-report
             close fuel-rejects
             close module-store
             move 8 to return-code
             move 'ABORT' to job-final-status
             perform 0035-write-audit-log
             goback
           end-if.
           add 1 to registry-count.
           move manifest-source to reg-source-system(registry-count).
           move manifest-date to reg-manifest-date(registry-count).
           move detail-records-read to reg-record-count(registry-count).
           move mass-hash-total to reg-hash-total(registry-count).
           move run-date to reg-run-date(registry-count).
           move run-id to reg-run-id(registry-count).
           move manifest-source to mr-source-system.
           move manifest-date to mr-manifest-date.
           move detail-records-read to mr-record-count.
           move mass-hash-total to mr-hash-total.
           move run-date to mr-run-date.
           move run-id to mr-run-id.
           open extend manifest-registry.
           write manifest-registry-record.
           close manifest-registry.

       0035-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           end-perform.
           close run-totals.

       0034-append-source-history.
      * fuel-totals.txt is overwritten nightly; this keeps each
      * run's per-source counts for the scorecard to read across
      * nights.
           open extend source-history.
           perform varying src-x from 1 by 1
             until src-x > source-count
               initialize source-history-record
               move run-date to sh-run-date
               move run-id to sh-run-id
               move src-system(src-x) to sh-source-system
               move src-manifests(src-x) to sh-manifests
               move src-rejected(src-x) to sh-rejected
               move src-duplicates(src-x) to sh-duplicates
               move src-details-read(src-x) to sh-details-read
               move src-detail-rejects(src-x) to sh-detail-rejects
               move src-fuel(src-x) to sh-fuel
               write source-history-record
           end-perform.
           close source-history.

      ****************************************************************
      * correction-card rerun mode
      ****************************************************************

       8000-run-corrections.
           perform 8010-load-run-totals.
           perform 8050-load-closed-periods.
           perform 8055-load-posted-adjustments.
           move run-date(1:6) to open-period.

           open extend exception-report.
           open i-o module-store.
           open output adjustment-register.
           perform 8065-write-register-header.

      * the probe already read the first card; process it, then the
      * rest of the file.
             until correction-done equal to 1.
           close correction-file.
           close exception-report.
           perform 8068-write-register-trailer.
           close adjustment-register.

           if adjustments-posted greater than 0
               or adjustments-rejected greater than 0 then
             display 'Closed-period cards posted as adjustments to '
               open-period ': ' adjustments-posted
               '  rejected: ' adjustments-rejected
           end-if.
           display 'Corrections applied: ' corrections-applied
             ' of ' corrections-read
             ' against run ' orig-run-date '/' orig-run-id.
           end-read.

       8025-apply-correction-card.
      * a closed month's figures are frozen; the card's fuel goes to
      * the open period instead, whichever run it names.
           move fc-run-date(1:6) to lookup-period.
           perform 8052-check-period-closed.
           if period-is-closed equal to 1 then
             perform 8060-post-adjustment
             exit paragraph
           end-if.

           if fc-run-date not equal to orig-run-date
               or fc-run-id not equal to orig-run-id then
             add 1 to correction-rejects
           end-perform.
           close run-totals.

       8050-load-closed-periods.
           open input closed-periods.
           if closed-periods-status not equal to 0 then
             close closed-periods
             exit paragraph
           end-if.
           perform until closed-periods-status equal to 10
             read closed-periods
               at end exit perform
             end-read
             if closed-count not less than closed-table-max
               display 'Closed periods exceed ' closed-table-max
                 ' - raise closed-table-max'
               close closed-periods
               perform 8015-abort-corrections
             end-if
             add 1 to closed-count
             move cp-period to closed-entry(closed-count)
           end-perform.
           close closed-periods.

       8052-check-period-closed.
           move 0 to period-is-closed.
           perform varying cpx from 1 by 1 until cpx > closed-count
             if closed-entry(cpx) equal to lookup-period
               move 1 to period-is-closed
             end-if
           end-perform.

       8055-load-posted-adjustments.
           open input fuel-adjustments.
           if fuel-adjustments-status not equal to 0 then
             close fuel-adjustments
             exit paragraph
           end-if.
           perform until fuel-adjustments-status equal to 10
             read fuel-adjustments
               at end exit perform
             end-read
             if adjustment-count not less than adjustment-table-max
               display 'Posted adjustments exceed '
                 adjustment-table-max ' - raise adjustment-table-max'
               close fuel-adjustments
               perform 8015-abort-corrections
             end-if
             add 1 to adjustment-count
             move fa-orig-run-date
               to adj-orig-run-date(adjustment-count)
             move fa-orig-run-id to adj-orig-run-id(adjustment-count)
             move fa-module-id to adj-module-id(adjustment-count)
             move fa-corrected-mass
               to adj-corrected-mass(adjustment-count)
           end-perform.
           close fuel-adjustments.

       8060-post-adjustment.
      * the same tests a card against the open run must pass, and
      * proof the run it names refused or posted the module, then
      * one adjustment record and one register line. The fuel is
      * worked out the usual way, but the pending slot is dropped,
      * not flushed - the module store belongs to the last run, not
      * to the open period.
           move spaces to adjustment-reason.
           move 0 to man-fuel.
           move 0 to man-base-fuel.
           move 0 to man-extra-fuel.
           move fc-module-id to lookup-module-id.
           if master-loaded equal to 1 then
             perform 0012-check-module-known
             if module-is-known equal to 0
               move 'module-id not on master' to adjustment-reason
             end-if
           end-if.
           if adjustment-reason equal to spaces then
             move fc-corrected-mass to work-mass
             perform 0015-validate-mass
             if mass-is-valid equal to 0
               move 'bad corrected mass' to adjustment-reason
             end-if
           end-if.
           if adjustment-reason equal to spaces then
             move open-period to lookup-period
             perform 8052-check-period-closed
             if period-is-closed equal to 1
               move 'posting period also closed' to adjustment-reason
             end-if
           end-if.
           if adjustment-reason equal to spaces then
             perform varying adx from 1 by 1
               until adx > adjustment-count
                 if adj-orig-run-date(adx) equal to fc-run-date
                     and adj-orig-run-id(adx) equal to fc-run-id
                     and adj-module-id(adx) equal to fc-module-id
                     and adj-corrected-mass(adx) equal to
                       fc-corrected-mass
                   move 'already posted as adjustment'
                     to adjustment-reason
                 end-if
             end-perform
           end-if.
           if adjustment-reason equal to spaces then
             perform 8062-check-run-evidence
             if run-evidence-found equal to 0
               move 'no such run for module' to adjustment-reason
             end-if
           end-if.

           if adjustment-reason not equal to spaces then
             add 1 to adjustments-rejected
             add 1 to correction-rejects
             add 1 to exceptions-written
             move spaces to exception-report-line
             string 'Closed-period correction rejected for '
               fc-module-id ': ' adjustment-reason
               delimited by size into exception-report-line
             write exception-report-line
             perform 8066-write-register-line
             exit paragraph
           end-if.

           perform 0020-find-or-add-module.
           perform 0013-accumulate-fuel.
           move 0 to pending-count.
           initialize pending-table.

           if adjustment-count not less than adjustment-table-max then
             display 'Posted adjustments exceed '
               adjustment-table-max ' - raise adjustment-table-max'
             close exception-report
             close adjustment-register
             close module-store
             perform 8015-abort-corrections
           end-if.
           add 1 to adjustment-count.
           move fc-run-date to adj-orig-run-date(adjustment-count).
           move fc-run-id to adj-orig-run-id(adjustment-count).
           move fc-module-id to adj-module-id(adjustment-count).
           move fc-corrected-mass
             to adj-corrected-mass(adjustment-count).

           initialize fuel-adjustment-record.
           move open-period to fa-period.
           move fc-run-date(1:6) to fa-closed-period.
           move fc-run-date to fa-orig-run-date.
           move fc-run-id to fa-orig-run-id.
           move fc-module-id to fa-module-id.
           move fc-corrected-mass to fa-corrected-mass.
           move man-fuel to fa-fuel.
           move run-date to fa-posted-run-date.
           move run-id to fa-posted-run-id.
           open extend fuel-adjustments.
           write fuel-adjustment-record.
           close fuel-adjustments.

           add 1 to adjustments-posted.
           add man-fuel to adjustment-fuel-total.
           perform 8066-write-register-line.

       8062-check-run-evidence.
      * a mistyped run date would book fuel into the open period
      * for a run that never was: the card must name a run that
      * posted history for the module, or one whose reject for it
      * FUELAGE still holds OPEN.
           move 0 to run-evidence-found.
           open input module-history.
           if module-history-status equal to 0 then
             perform until module-history-status not equal to 0
                 or run-evidence-found equal to 1
               read module-history
                 at end exit perform
               end-read
               if mh-run-date equal to fc-run-date
                   and mh-run-id equal to fc-run-id
                   and mh-module-id equal to fc-module-id
                 move 1 to run-evidence-found
               end-if
             end-perform
           end-if.
           close module-history.
           if run-evidence-found equal to 1 then
             exit paragraph
           end-if.
           open input reject-aging-file.
           if reject-aging-status equal to 0 then
             perform until reject-aging-status not equal to 0
                 or run-evidence-found equal to 1
               read reject-aging-file
                 at end exit perform
               end-read
               if ra-run-date equal to fc-run-date
                   and ra-run-id equal to fc-run-id
                   and ra-module-id equal to fc-module-id
                   and ra-status equal to 'OPEN'
                 move 1 to run-evidence-found
               end-if
             end-perform
           end-if.
           close reject-aging-file.

       8065-write-register-header.
           move spaces to adjustment-register-line.
           string 'FUEL ADJUSTMENT REGISTER - RUN DATE: ' run-date
             '  RUN ID: ' run-id '  OPEN PERIOD: ' open-period
             delimited by size into adjustment-register-line.
           write adjustment-register-line.
           move spaces to adjustment-register-line.
           write adjustment-register-line.
           move spaces to adjustment-register-line.
           string 'CLOSED RUN    MODULE     MASS       FUEL  OUTCOME'
             delimited by size into adjustment-register-line.
           write adjustment-register-line.

       8066-write-register-line.
           move spaces to adjustment-register-line.
           if adjustment-reason equal to spaces then
             move man-fuel to adjustment-fuel-disp
             string fc-run-date '/' fc-run-id ' ' fc-module-id ' '
               fc-corrected-mass ' ' adjustment-fuel-disp
               '  POSTED TO ' open-period
               delimited by size into adjustment-register-line
           else
             string fc-run-date '/' fc-run-id ' ' fc-module-id ' '
               fc-corrected-mass '           REJECTED - '
               adjustment-reason
               delimited by size into adjustment-register-line
           end-if.
           write adjustment-register-line.

       8068-write-register-trailer.
           move spaces to adjustment-register-line.
           write adjustment-register-line.
           move spaces to adjustment-register-line.
           if adjustments-posted equal to 0
               and adjustments-rejected equal to 0 then
             string 'NO CORRECTION CARDS AGAINST CLOSED PERIODS'
               delimited by size into adjustment-register-line
           else
             move adjustment-fuel-total to adjustment-fuel-disp
             string 'POSTED: ' adjustments-posted
               '  REJECTED: ' adjustments-rejected
               '  ADJUSTMENT FUEL: ' adjustment-fuel-disp
               delimited by size into adjustment-register-line
           end-if.
           write adjustment-register-line.

       8040-display-adjusted-subtotals.
           move low-values to ms-module-id.
           start module-store key not less than ms-module-id
