       identification division.
       program-id. PWDRETR.

      * Password history retirement. The screen refuses any
      * candidate that appears in password-history.txt, and until
      * now nothing ever left it, so a password issued ten years ago
      * blocked reuse for good and the shelf shrank every year. This
      * job applies the reuse policy: a history line whose issue
      * date (layout: password-history.cpy) is the policy age or
      * more before the run date comes out of the history, goes to
      * the retired-password archive (retired-passwords.txt,
      * layout: retired-password.cpy) and is marked RETIRED in the
      * candidate inventory. The next screen no longer finds it in
      * the history and puts it back on the shelf as ISSUABLE.
      *
      * the parameter card (pwdretr-params.txt) carries the policy
      * age in years in cols 1-2, default 10, and in cols 3-10 an
      * optional yyyymmdd to take as the issue date of history lines
      * posted before PWDPOST stamped one. Without it an undated
      * line is kept, and counted on the retirement report
      * (password-retirement-report.txt).
      *
      * the history is only rewritten, and the archive and the
      * inventory only touched, after a clean pass over the whole
      * history, so a history out of order stops the job with
      * nothing changed. After that the archive is appended, the
      * inventory marked and the history copied back last, so a
      * failure part way leaves the history whole and the rerun
      * retires the same lines again: the archive append skips a
      * value already archived under this run's date and run-id,
      * and marking the inventory RETIRED twice changes nothing.

       environment division.
           input-output section.
             file-control.
               select optional param-card-file assign to
                   'pwdretr-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select optional history-file assign to
                   'password-history.txt'
                 organization is line sequential
                 file status is history-status.
               select keep-work-file assign to
                   'password-history-keep.txt'
                 organization is line sequential
                 file status is keep-work-status.
               select retire-work-file assign to
                   'password-history-retire.txt'
                 organization is line sequential
                 file status is retire-work-status.
               select optional retired-archive assign to
                   'retired-passwords.txt'
                 organization is line sequential
                 file status is retired-archive-status.
               select retirement-report assign to
                   'password-retirement-report.txt'
                 organization is line sequential
                 file status is retirement-report-status.
               select optional candidate-inventory assign to
                   'candidate-inventory.dat'
                 organization is indexed
                 access is dynamic
                 record key is ci-candidate
                 file status is inventory-status.
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
             05 fp-policy-years pic x(2).
             05 fp-undated-issue-date pic x(8).

           fd history-file.
           01 history-line pic x(40).
           copy "password-history.cpy".

           fd keep-work-file.
           01 keep-work-line pic x(40).

           fd retire-work-file.
           01 retire-work-record.
             05 rw-value pic x(8).
             05 rw-issue-date pic 9(8).

           fd retired-archive.
           copy "retired-password.cpy".

           fd retirement-report.
           01 retirement-report-line pic x(80).

           fd candidate-inventory.
           copy "candidate-inventory.cpy".

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 param-card-status pic 99.
           77 history-status pic 99.
           77 keep-work-status pic 99.
           77 retire-work-status pic 99.
           77 retired-archive-status pic 99.
           77 retirement-report-status pic 99.
           77 inventory-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 policy-years pic 9(2) value 10.
           77 undated-issue-date pic 9(8) value 0.
           77 retire-cutoff pic 9(8).
           77 issue-date pic 9(8).
           77 history-value pic 9(8) value 0.
           77 last-history-value pic 9(8) value 0.
           77 history-read pic 9(8) value 0.
           77 history-kept pic 9(8) value 0.
           77 undated-kept pic 9(8) value 0.
           77 undated-dated pic 9(8) value 0.
           77 passwords-retired pic 9(8) value 0.
           77 inventory-added pic 9(8) value 0.
           77 already-archived pic 9(8) value 0.

      * the values this same run archived before it stopped, in the
      * ascending order it wrote them; the retire list comes in the
      * same order, so one cursor walks both.
           77 archived-count pic 9(5) value 0.
           77 archived-table-max pic 9(5) value 20000.
           77 arc-x pic 9(5) value 1.
           77 retire-value pic 9(8).
           01 archived-table.
             05 archived-entry occurs 20000 times.
               10 arc-value pic 9(8).
           77 value-disp pic z(7)9.
           77 count-disp pic z(7)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.

           open input history-file.
           if history-status not equal to 0 then
             display 'No password-history.txt - nothing to retire'
             close history-file
             move 4 to return-code
             move 'WARN' to job-final-status
             perform 0060-write-audit-log
             goback
           end-if.
           open output keep-work-file.
           open output retire-work-file.
           perform 0010-split-one-history-line
             until history-status equal to 10.                          (end of file)
           close history-file.
           close keep-work-file.
           close retire-work-file.

           open i-o candidate-inventory.
           if inventory-status not equal to 0 then
             display 'No candidate inventory to mark retired,'
               ' inventory-status=' inventory-status
             close candidate-inventory
             perform 0090-abort-retirement
           end-if.
           open output retirement-report.
           perform 0040-write-report-header.
           perform 0020-retire-passwords.
           close candidate-inventory.
           perform 0030-copy-kept-back.
           perform 0045-write-report-trailer.
           close retirement-report.

           display 'Passwords retired: ' passwords-retired
             '  kept: ' history-kept '  undated: ' undated-kept.

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
           if fp-policy-years is numeric
               and function numval(fp-policy-years) greater than 0
             move fp-policy-years to policy-years
           end-if.
           if fp-undated-issue-date is numeric
               and function numval(fp-undated-issue-date)
                 greater than 0
             move fp-undated-issue-date to undated-issue-date
           end-if.
      * issued on or before the same day policy-years back; on a
      * 29 February the cutoff is not a real date but still orders
      * correctly against real ones.
           compute retire-cutoff = run-date - policy-years * 10000.

       0010-split-one-history-line.
           read history-file
             at end exit paragraph.
           if history-line equal to spaces then
             exit paragraph
           end-if.
           add 1 to history-read.
           move function numval(ph-value) to history-value.
           if history-value less than last-history-value then
             display 'Password history out of numeric order at: '
               history-line
             close history-file
             close keep-work-file
             close retire-work-file
             perform 0090-abort-retirement
           end-if.
           move history-value to last-history-value.

           if ph-issue-date is numeric then
             move ph-issue-date to issue-date
           else
             if undated-issue-date equal to 0 then
               add 1 to undated-kept
               add 1 to history-kept
               move history-line to keep-work-line
               write keep-work-line
               exit paragraph
             end-if
             move undated-issue-date to issue-date
             add 1 to undated-dated
           end-if.

           if issue-date greater than retire-cutoff then
             add 1 to history-kept
             move history-line to keep-work-line
             write keep-work-line
             exit paragraph
           end-if.
           move ph-value to rw-value.
           move issue-date to rw-issue-date.
           write retire-work-record.

       0018-load-archived-tonight.
           open input retired-archive.
           if retired-archive-status not equal to 0 then
             close retired-archive
             exit paragraph
           end-if.
           perform until retired-archive-status equal to 10
             read retired-archive
               at end exit perform
             end-read
             if rp-retired-run-date equal to run-date
                 and rp-retired-run-id equal to run-id
                 and rp-value is numeric
               if archived-count not less than archived-table-max
                 display 'Archive entries for this run exceed '
                   archived-table-max ' - raise archived-table-max'
                 close retired-archive
                 close candidate-inventory
                 close retirement-report
                 perform 0090-abort-retirement
               end-if
               add 1 to archived-count
               move rp-value to arc-value(archived-count)
             end-if
           end-perform.
           close retired-archive.
           if archived-count greater than 0 then
             display 'Rerun of run ' run-date '/' run-id ': '
               archived-count ' values already archived'
           end-if.

       0020-retire-passwords.
           perform 0018-load-archived-tonight.
           open input retire-work-file.
           open extend retired-archive.
           perform 0022-retire-one-password
             until retire-work-status equal to 10.                      (end of file)
           close retire-work-file.
           close retired-archive.

       0022-retire-one-password.
           read retire-work-file
             at end exit paragraph.
           add 1 to passwords-retired.
           move function numval(rw-value) to retire-value.
           perform until arc-x greater than archived-count
             or arc-value(arc-x) not less than retire-value
               add 1 to arc-x
           end-perform.
           if arc-x not greater than archived-count
               and arc-value(arc-x) equal to retire-value then
             add 1 to already-archived
           else
             initialize retired-password-record
             move rw-value to rp-value
             move rw-issue-date to rp-issue-date
             move run-date to rp-retired-run-date
             move run-id to rp-retired-run-id
             move policy-years to rp-policy-years
             write retired-password-record
           end-if.
           perform 0025-mark-inventory-retired.
           move function numval(rw-value) to value-disp.
           move spaces to retirement-report-line.
           string value-disp '   ' rw-issue-date '   RETIRED'
             delimited by size into retirement-report-line.
           write retirement-report-line.

       0025-mark-inventory-retired.
      * shelf-stock bookkeeping (layout: candidate-inventory.cpy):
      * retirement overrides whatever the shelf held, the issuance
      * with it; a value the inventory never tracked is added so
      * the screen can put it back on the shelf.
           move function numval(rw-value) to ci-candidate.
           read candidate-inventory
             invalid key
               move function numval(rw-value) to ci-candidate
               initialize ci-reservation
               move 'RETIRED' to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
               write candidate-inventory-record
               add 1 to inventory-added
             not invalid key
               initialize ci-reservation
               move 'RETIRED' to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
               rewrite candidate-inventory-record
           end-read.

       0030-copy-kept-back.
           open input keep-work-file.
           open output history-file.
           perform 0032-copy-one-record
             until keep-work-status equal to 10.                        (end of file)
           close keep-work-file.
           close history-file.

       0032-copy-one-record.
           read keep-work-file
             at end exit paragraph.
           move keep-work-line to history-line.
           write history-line.

       0040-write-report-header.
           move spaces to retirement-report-line.
           string 'PASSWORD HISTORY RETIREMENT - RUN DATE: '
             run-date '  RUN ID: ' run-id
             delimited by size into retirement-report-line.
           write retirement-report-line.
           move spaces to retirement-report-line.
           string 'POLICY AGE ' policy-years
             ' YEARS - ISSUED ON OR BEFORE ' retire-cutoff
             ' RETIRED'
             delimited by size into retirement-report-line.
           write retirement-report-line.
           move spaces to retirement-report-line.
           write retirement-report-line.
           move spaces to retirement-report-line.
           string 'PASSWORD   ISSUED      OUTCOME'
             delimited by size into retirement-report-line.
           write retirement-report-line.

       0045-write-report-trailer.
           move spaces to retirement-report-line.
           write retirement-report-line.
           move history-read to count-disp.
           move spaces to retirement-report-line.
           string 'HISTORY LINES READ:      ' count-disp
             delimited by size into retirement-report-line.
           write retirement-report-line.
           move passwords-retired to count-disp.
           move spaces to retirement-report-line.
           string 'RETIRED TO ARCHIVE:      ' count-disp
             delimited by size into retirement-report-line.
           write retirement-report-line.
           move history-kept to count-disp.
           move spaces to retirement-report-line.
           string 'KEPT IN HISTORY:         ' count-disp
             delimited by size into retirement-report-line.
           write retirement-report-line.
           if undated-dated greater than 0 then
             move undated-dated to count-disp
             move spaces to retirement-report-line
             string 'UNDATED AS OF ' undated-issue-date ':  '
               count-disp
               delimited by size into retirement-report-line
             write retirement-report-line
           end-if.
           if undated-kept greater than 0 then
             move undated-kept to count-disp
             move spaces to retirement-report-line
             string 'UNDATED, KEPT:           ' count-disp
               delimited by size into retirement-report-line
             write retirement-report-line
           end-if.
           if already-archived greater than 0 then
             move already-archived to count-disp
             move spaces to retirement-report-line
             string 'ARCHIVED BEFORE (RERUN): ' count-disp
               delimited by size into retirement-report-line
             write retirement-report-line
           end-if.
           if inventory-added greater than 0 then
             move inventory-added to count-disp
             move spaces to retirement-report-line
             string 'NOT IN INVENTORY, ADDED: ' count-disp
               delimited by size into retirement-report-line
             write retirement-report-line
           end-if.

       0090-abort-retirement.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave, so a retirement that could not run is visible in the
      * trail and not just on SYSOUT.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'PWDRETR' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move history-read to al-records-read.
           move passwords-retired to al-records-written.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
