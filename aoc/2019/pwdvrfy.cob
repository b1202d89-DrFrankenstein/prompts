       identification division.
       program-id. PWDVRFY.

      * Candidate inventory verification and rebuild. Four jobs
      * update candidate-inventory.dat in place, each through its
      * own update-candidate-inventory paragraph, so an abend part
      * way through one of them, or a lost file, leaves a shelf
      * count in PWDINV that nobody can prove. This job re-derives
      * what every candidate's status should be from the flat files
      * the password jobs leave behind and compares it with the
      * inventory (layout: candidate-inventory.cpy), listing every
      * mismatch by type on pwd-inventory-verify-report.txt:
      *   MISSING      the files know the candidate, the inventory
      *                does not
      *   EXTRA        the inventory holds a candidate no file knows
      *   WRONG STATUS both know it but disagree
      *   ISSUED-NOHIS the inventory says ISSUED but the password is
      *                not in password-history.txt
      *
      * expected status, strongest evidence first: in the password
      * history - ISSUED; on the issuable list - ISSUABLE; in the
      * retired-password archive - RETIRED; on the screened-out list
      * - SCREENED-OUT; on the sweep's good-candidates list - SWEPT.
      * RESERVED lives only in the inventory, so a reserved
      * candidate on the issuable list agrees, as does RETIRED for
      * a password still in the history (PWDPOST retires a repost).
      *
      * with R in col 1 of pwdvrfy-params.txt the job then rebuilds
      * the inventory from the same derivation, every record stamped
      * with this run's date and run-id. ISSUED and RETIRED stay
      * terminal: an old record in either state keeps it, and an
      * old reservation on a candidate still issuable is carried, so
      * a slip already handed out still posts. Anything else the old
      * inventory held and no file knows is dropped.
      *
      * all the flat files are in ascending numeric order, as is
      * the inventory read in key order, so the compare is a single
      * merge pass; only the retired archive, appended night by
      * night, is loaded and sorted first, then walked in order as
      * one more side of the merge, so a value that only the
      * archive knows is still checked and rebuilt as RETIRED.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'pwdvrfy-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional candidate-file assign dynamic
                   candidate-filename
                 organization is line sequential
                 file status is candidate-status.
               select optional issuable-file assign to
                   'issuable-candidates.txt'
                 organization is line sequential
                 file status is issuable-status.
               select optional screened-file assign to
                   'screened-repeats.txt'
                 organization is line sequential
                 file status is screened-status.
               select optional history-file assign to
                   'password-history.txt'
                 organization is line sequential
                 file status is history-status.
               select optional retired-archive assign to
                   'retired-passwords.txt'
                 organization is line sequential
                 file status is retired-archive-status.
               select optional candidate-inventory assign to
                   'candidate-inventory.dat'
                 organization is indexed
                 access is dynamic
                 record key is ci-candidate
                 file status is inventory-status.
               select rebuild-work-file assign to
                   'candidate-inventory-rebuild.txt'
                 organization is line sequential
                 file status is rebuild-work-status.
               select verify-report assign to
                   'pwd-inventory-verify-report.txt'
                 organization is line sequential
                 file status is verify-report-status.
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
             05 fp-mode pic x(1).

           fd candidate-file.
           01 candidate-line pic x(40).

           fd issuable-file.
           01 issuable-line pic x(40).

           fd screened-file.
           01 screened-line pic x(40).

           fd history-file.
           01 history-line pic x(40).
           copy "password-history.cpy".

           fd retired-archive.
           copy "retired-password.cpy".

           fd candidate-inventory.
           copy "candidate-inventory.cpy".

           fd rebuild-work-file.
           01 rebuild-work-record pic x(60).

           fd verify-report.
           01 verify-report-line pic x(80).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 candidate-status pic 99.
           77 issuable-status pic 99.
           77 screened-status pic 99.
           77 history-status pic 99.
           77 retired-archive-status pic 99.
           77 inventory-status pic 99.
           77 rebuild-work-status pic 99.
           77 verify-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.
           77 candidate-filename pic x(40).

           77 rebuild-mode pic 9 value 0.
           77 inventory-present pic 9 value 0.

      * the current value on each side of the merge; a side that
      * has run out sits at end-value, above any real candidate.
           77 end-value pic 9(9) value 999999999.
           77 cur-candidate pic 9(9).
           77 cur-issuable pic 9(9).
           77 cur-screened pic 9(9).
           77 cur-history pic 9(9).
           77 cur-inventory pic 9(9).
           77 cur-retired pic 9(9).
           77 last-value pic 9(9).
           77 merge-value pic 9(9).
           77 in-candidate pic 9.
           77 in-issuable pic 9.
           77 in-screened pic 9.
           77 in-history pic 9.
           77 in-retired pic 9.
           77 in-inventory pic 9.
           77 expected-status pic x(12).
           77 actual-status pic x(12).
           77 mismatch-type pic x(12).
      * the inventory record the merge has read ahead to, kept out
      * of the record area the rebuild builds its records in.
           77 ahead-inventory-record pic x(60).
           77 hold-inventory-record pic x(60).

      * the retired-password archive, sorted on load.
           77 retired-count pic 9(5) value 0.
           77 retired-table-max pic 9(5) value 20000.
           01 retired-table.
             05 retired-entry occurs 20000 times.
               10 ret-value pic 9(8).
           77 lookup-value pic 9(8).
           77 value-found pic 9.
           77 lo-x pic 9(5).
           77 hi-x pic 9(5).
           77 mid-x pic 9(5).
           77 rx pic 9(5).
           77 ret-x pic 9(5) value 0.

           77 candidates-checked pic 9(8) value 0.
           77 inventory-read pic 9(8) value 0.
           77 mismatch-count pic 9(8) value 0.
           77 missing-count pic 9(8) value 0.
           77 extra-count pic 9(8) value 0.
           77 wrong-status-count pic 9(8) value 0.
           77 issued-nohis-count pic 9(8) value 0.
           77 records-rebuilt pic 9(8) value 0.
           77 value-disp pic z(7)9.
           77 count-disp pic z(7)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           perform 0010-open-sources.
           perform 0015-load-retired-archive.
           perform 0057-advance-retired.

           open output verify-report.
           perform 0040-write-report-header.
           if rebuild-mode equal to 1 then
             open output rebuild-work-file
           end-if.

           perform 0020-compare-one-value
             until cur-candidate equal to end-value
               and cur-issuable equal to end-value
               and cur-screened equal to end-value
               and cur-history equal to end-value
               and cur-retired equal to end-value
               and cur-inventory equal to end-value.

           close candidate-file.
           close issuable-file.
           close screened-file.
           close history-file.
           close candidate-inventory.

           if rebuild-mode equal to 1 then
             close rebuild-work-file
             perform 0030-reload-inventory
           end-if.

           perform 0045-write-report-trailer.
           close verify-report.

           display 'Inventory mismatches: ' mismatch-count
             '  records rebuilt: ' records-rebuilt.
           if mismatch-count greater than 0
               and rebuild-mode equal to 0 then
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
           if fp-mode equal to 'R' then
             move 1 to rebuild-mode
           end-if.

       0010-open-sources.
      * the consolidated list a chunked sweep leaves behind, else the
      * single-step sweep's own file - the screen's own preference.
           move 'good-candidates-all.txt' to candidate-filename.
           open input candidate-file.
           if candidate-status not equal to 0 then
             close candidate-file
             move 'good-candidates.txt' to candidate-filename
             open input candidate-file
           end-if.
           if candidate-status not equal to 0 then
             display 'No good-candidates file - swept candidates'
               ' cannot be verified'
           end-if.
           open input issuable-file.
           open input screened-file.
           open input history-file.
           open input candidate-inventory.
           if inventory-status equal to 0 then
             move 1 to inventory-present
             move 0 to ci-candidate
             start candidate-inventory
                 key not less than ci-candidate
               invalid key
                 continue
             end-start
           else
             display 'No candidate inventory - every candidate the'
               ' files know is MISSING'
           end-if.

           move 0 to last-value.
           perform 0052-advance-candidate.
           move 0 to last-value.
           perform 0054-advance-issuable.
           move 0 to last-value.
           perform 0056-advance-screened.
           move 0 to last-value.
           perform 0058-advance-history.
           perform 0059-advance-inventory.

       0015-load-retired-archive.
           open input retired-archive.
           if retired-archive-status not equal to 0 then
             close retired-archive
             exit paragraph
           end-if.
           perform until retired-archive-status equal to 10
             read retired-archive
               at end exit perform
             end-read
             if rp-value not equal to spaces
               move function numval(rp-value) to lookup-value
               perform 0017-add-retired-value
             end-if
           end-perform.
           close retired-archive.

       0017-add-retired-value.
      * binary search with insert, so a value retired, reissued and
      * retired again is held once.
           perform 0019-search-retired.
           if value-found equal to 1 then
             exit paragraph
           end-if.
           if retired-count not less than retired-table-max then
             display 'Retired archive exceeds ' retired-table-max
               ' values - raise retired-table-max'
             perform 0090-abort-verify
           end-if.
           add 1 to retired-count.
           perform varying rx from retired-count by -1
             until rx not greater than lo-x
               move ret-value(rx - 1) to ret-value(rx)
           end-perform.
           move lookup-value to ret-value(lo-x).

       0019-search-retired.
      * leaves lo-x at the value's slot, or where it belongs.
           move 0 to value-found.
           move 1 to lo-x.
           move retired-count to hi-x.
           perform until value-found equal to 1
             or lo-x greater than hi-x
               compute mid-x = (lo-x + hi-x) / 2
               evaluate true
                 when ret-value(mid-x) equal to lookup-value
                   move 1 to value-found
                   move mid-x to lo-x
                 when ret-value(mid-x) less than lookup-value
                   compute lo-x = mid-x + 1
                 when other
                   if mid-x equal to 1
                     move 0 to hi-x
                   else
                     compute hi-x = mid-x - 1
                   end-if
               end-evaluate
           end-perform.

       0020-compare-one-value.
           move cur-candidate to merge-value.
           if cur-issuable less than merge-value
             move cur-issuable to merge-value
           end-if.
           if cur-screened less than merge-value
             move cur-screened to merge-value
           end-if.
           if cur-history less than merge-value
             move cur-history to merge-value
           end-if.
           if cur-retired less than merge-value
             move cur-retired to merge-value
           end-if.
           if cur-inventory less than merge-value
             move cur-inventory to merge-value
           end-if.
           add 1 to candidates-checked.

      * note which sides hold the value and step each past it; a
      * side repeating the value is stepped past every copy.
           move 0 to in-candidate in-issuable in-screened
             in-history in-retired in-inventory.
           if cur-candidate equal to merge-value
             move 1 to in-candidate
             move merge-value to last-value
             perform 0052-advance-candidate
               until cur-candidate not equal to merge-value
           end-if.
           if cur-issuable equal to merge-value
             move 1 to in-issuable
             move merge-value to last-value
             perform 0054-advance-issuable
               until cur-issuable not equal to merge-value
           end-if.
           if cur-screened equal to merge-value
             move 1 to in-screened
             move merge-value to last-value
             perform 0056-advance-screened
               until cur-screened not equal to merge-value
           end-if.
           if cur-history equal to merge-value
             move 1 to in-history
             move merge-value to last-value
             perform 0058-advance-history
               until cur-history not equal to merge-value
           end-if.
           move spaces to actual-status.
           if cur-inventory equal to merge-value
             move 1 to in-inventory
             move ahead-inventory-record to hold-inventory-record
             move ahead-inventory-record
               to candidate-inventory-record
             move ci-status to actual-status
             perform 0059-advance-inventory
           end-if.
           if cur-retired equal to merge-value
             move 1 to in-retired
             perform 0057-advance-retired
           end-if.

           evaluate true
             when in-history equal to 1
               move 'ISSUED' to expected-status
             when in-issuable equal to 1
               move 'ISSUABLE' to expected-status
             when in-retired equal to 1
               move 'RETIRED' to expected-status
             when in-screened equal to 1
               move 'SCREENED-OUT' to expected-status
             when in-candidate equal to 1
               move 'SWEPT' to expected-status
             when other
               move spaces to expected-status
           end-evaluate.

           move spaces to mismatch-type.
           evaluate true
             when in-inventory equal to 0
               move 'MISSING' to mismatch-type
               add 1 to missing-count
             when actual-status equal to 'ISSUED'
                 and in-history equal to 0
               move 'ISSUED-NOHIS' to mismatch-type
               add 1 to issued-nohis-count
             when expected-status equal to spaces
               move 'EXTRA' to mismatch-type
               add 1 to extra-count
             when actual-status equal to expected-status
               continue
             when actual-status equal to 'RESERVED'
                 and expected-status equal to 'ISSUABLE'
               continue
             when actual-status equal to 'RETIRED'
                 and expected-status equal to 'ISSUED'
               continue
             when other
               move 'WRONG STATUS' to mismatch-type
               add 1 to wrong-status-count
           end-evaluate.
           if mismatch-type not equal to spaces then
             add 1 to mismatch-count
             perform 0042-report-mismatch
           end-if.
           if rebuild-mode equal to 1 then
             perform 0025-write-rebuilt-record
           end-if.

       0025-write-rebuilt-record.
      * the rebuilt record, from the derivation unless the old one
      * was terminal or held a reservation still good.
           if in-inventory equal to 1 then
             move hold-inventory-record to candidate-inventory-record
           else
             initialize candidate-inventory-record
           end-if.
           move merge-value to ci-candidate.
           evaluate true
             when actual-status equal to 'ISSUED'
               continue
             when actual-status equal to 'RETIRED'
               initialize ci-reservation
             when actual-status equal to 'RESERVED'
                 and expected-status equal to 'ISSUABLE'
               continue
             when expected-status equal to spaces
               exit paragraph
             when other
               initialize ci-reservation
               move expected-status to ci-status
           end-evaluate.
           move run-date to ci-run-date.
           move run-id to ci-run-id.
           move candidate-inventory-record to rebuild-work-record.
           write rebuild-work-record.

       0030-reload-inventory.
           open output candidate-inventory.
           if inventory-status not equal to 0 then
             display 'Cannot recreate candidate inventory,'
               ' inventory-status=' inventory-status
             perform 0090-abort-verify
           end-if.
           open input rebuild-work-file.
           perform until rebuild-work-status equal to 10
             read rebuild-work-file
               at end exit perform
             end-read
             move rebuild-work-record to candidate-inventory-record
             write candidate-inventory-record
               invalid key
                 display 'Rebuild write failed for ' ci-candidate
               not invalid key
                 add 1 to records-rebuilt
             end-write
           end-perform.
           close rebuild-work-file.
           close candidate-inventory.

       0040-write-report-header.
           move spaces to verify-report-line.
           if rebuild-mode equal to 1 then
             string 'CANDIDATE INVENTORY VERIFY AND REBUILD'
               ' - RUN DATE: ' run-date '  RUN ID: ' run-id
               delimited by size into verify-report-line
           else
             string 'CANDIDATE INVENTORY VERIFY - RUN DATE: '
               run-date '  RUN ID: ' run-id
               delimited by size into verify-report-line
           end-if.
           write verify-report-line.
           move spaces to verify-report-line.
           write verify-report-line.
           move spaces to verify-report-line.
           string 'CANDIDATE  MISMATCH      EXPECTED      INVENTORY'
             delimited by size into verify-report-line.
           write verify-report-line.

       0042-report-mismatch.
           move merge-value to value-disp.
           move spaces to verify-report-line.
           string value-disp '  ' mismatch-type '  ' expected-status
             '  ' actual-status
             delimited by size into verify-report-line.
           write verify-report-line.

       0045-write-report-trailer.
           move spaces to verify-report-line.
           write verify-report-line.
           move candidates-checked to count-disp.
           move spaces to verify-report-line.
           string 'CANDIDATES CHECKED:  ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           move inventory-read to count-disp.
           move spaces to verify-report-line.
           string 'INVENTORY RECORDS:   ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           move missing-count to count-disp.
           move spaces to verify-report-line.
           string 'MISSING:             ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           move extra-count to count-disp.
           move spaces to verify-report-line.
           string 'EXTRA:               ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           move wrong-status-count to count-disp.
           move spaces to verify-report-line.
           string 'WRONG STATUS:        ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           move issued-nohis-count to count-disp.
           move spaces to verify-report-line.
           string 'ISSUED, NOT IN HIST: ' count-disp
             delimited by size into verify-report-line.
           write verify-report-line.
           if rebuild-mode equal to 1 then
             move records-rebuilt to count-disp
             move spaces to verify-report-line
             string 'INVENTORY REBUILT:   ' count-disp
               ' RECORDS STAMPED ' run-date ' ' run-id
               delimited by size into verify-report-line
             write verify-report-line
           end-if.

       0052-advance-candidate.
           perform until candidate-status not equal to 0
             read candidate-file
               at end exit perform
             end-read
             if candidate-line not equal to spaces
                 and candidate-line(1:5) not equal to '*RUN '
               move function numval(candidate-line(1:8))
                 to cur-candidate
               if cur-candidate less than last-value
                 display 'Good-candidates list out of numeric order'
                   ' at: ' candidate-line
                 perform 0090-abort-verify
               end-if
               exit paragraph
             end-if
           end-perform.
           move end-value to cur-candidate.

       0054-advance-issuable.
           perform until issuable-status not equal to 0
             read issuable-file
               at end exit perform
             end-read
             if issuable-line not equal to spaces
                 and issuable-line(1:5) not equal to '*RUN '
               move function numval(issuable-line(1:8))
                 to cur-issuable
               if cur-issuable less than last-value
                 display 'Issuable list out of numeric order at: '
                   issuable-line
                 perform 0090-abort-verify
               end-if
               exit paragraph
             end-if
           end-perform.
           move end-value to cur-issuable.

       0056-advance-screened.
           perform until screened-status not equal to 0
             read screened-file
               at end exit perform
             end-read
             if screened-line not equal to spaces
                 and screened-line(1:5) not equal to '*RUN '
               move function numval(screened-line(1:8))
                 to cur-screened
               if cur-screened less than last-value
                 display 'Screened-out list out of numeric order at: '
                   screened-line
                 perform 0090-abort-verify
               end-if
               exit paragraph
             end-if
           end-perform.
           move end-value to cur-screened.

       0057-advance-retired.
      * the archive table is already sorted and holds each value
      * once, so one step is always a new value.
           add 1 to ret-x.
           if ret-x greater than retired-count then
             move end-value to cur-retired
           else
             move ret-value(ret-x) to cur-retired
           end-if.

       0058-advance-history.
           perform until history-status not equal to 0
             read history-file
               at end exit perform
             end-read
             if history-line not equal to spaces
               move function numval(ph-value) to cur-history
               if cur-history less than last-value
                 display 'Password history out of numeric order at: '
                   history-line
                 perform 0090-abort-verify
               end-if
               exit paragraph
             end-if
           end-perform.
           move end-value to cur-history.

       0059-advance-inventory.
           move end-value to cur-inventory.
           if inventory-present equal to 0 then
             exit paragraph
           end-if.
           read candidate-inventory next
             at end exit paragraph
           end-read.
           if inventory-status equal to 0 then
             add 1 to inventory-read
             move ci-candidate to cur-inventory
             move candidate-inventory-record
               to ahead-inventory-record
           end-if.

       0090-abort-verify.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave, so a verify that could not run is visible in the
      * trail and not just on SYSOUT. The rebuild only recreates
      * the inventory after a clean pass, so an abort leaves the
      * old file as it was.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'PWDVRFY' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move candidates-checked to al-records-read.
           move records-rebuilt to al-records-written.
           move mismatch-count to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
