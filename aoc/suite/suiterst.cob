       identification division.
       program-id. SUITERST.

      * Roll the suite's master files back one night. Given a
      * run-id, this job finds the COMPLETE generation SUITEBKP took
      * at the top of that run (backup-catalog.txt, layout:
      * backup-catalog.cpy) and puts every master file back to its
      * state before the run: indexed masters are reloaded from
      * their unload file, line sequential ones copied back, and a
      * master that did not exist before the run is removed. That
      * makes "rerun last night from scratch" a restore of the
      * night's generation followed by a normal SUITEDRV run.
      *
      * nothing is touched until every generation file has been
      * found and its record count agrees with the catalog, so a
      * damaged or pruned generation aborts the restore with the
      * masters as they were. A master that then cannot be put
      * back - its generation file unreadable, the master not
      * writable, a short copy, a removal refused - stops the
      * restore there with RC 8 and an ABORT audit record:
      * restore-report.txt shows which masters were already put
      * back, which one failed and which were not reached. The
      * generation itself is never changed, so once the cause is
      * fixed the same card simply restores the whole set again.
      *
      * parameter card suiterst-params.txt: cols 1-4 the run-id to
      * back out, cols 5-12 its run date (optional - without it the
      * latest generation cataloged for the run-id is used).
      * restore-report.txt lists what was restored. The audit
      * record is stamped with the run date and run-id that was
      * backed out, status RESTORED, files restored as records read,
      * master records restored as records written and masters
      * removed as the reject count, so the audit trail of that
      * night shows it was rolled back.

       environment division.
           input-output section.
             file-control.
               select module-store assign to 'module-store.dat'
                 organization is indexed
                 access is dynamic
                 record key is ms-module-id
                 file status is module-store-status.
               select candidate-inventory assign to
                   'candidate-inventory.dat'
                 organization is indexed
                 access is dynamic
                 record key is ci-candidate
                 file status is inventory-status.
               select master-file assign dynamic master-filename
                 organization is line sequential
                 file status is master-status.
               select generation-file assign dynamic
                   generation-filename
                 organization is line sequential
                 file status is generation-status.
               select optional catalog-file assign to
                   'backup-catalog.txt'
                 organization is line sequential
                 file status is catalog-status.
               select optional param-card-file assign to
                   'suiterst-params.txt'
                 organization is line sequential
                 file status is param-card-status.
               select restore-report assign to 'restore-report.txt'
                 organization is line sequential
                 file status is restore-report-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.

       data division.
           file section.
           fd module-store.
           01 module-store-record.
             05 ms-module-id pic x(10).
             05 ms-subtotal pic 9(8).

           fd candidate-inventory.
           copy "candidate-inventory.cpy".

           fd master-file.
           01 master-line pic x(256).

           fd generation-file.
           01 generation-line pic x(256).

           fd catalog-file.
           copy "backup-catalog.cpy".

           fd param-card-file.
           01 param-card-record.
             05 rs-run-id pic x(4).
             05 rs-run-date pic x(8).

           fd restore-report.
           01 restore-report-line pic x(80).

           fd audit-log.
           copy "audit-log.cpy".

           working-storage section.
           77 module-store-status pic 99.
           77 inventory-status pic 99.
           77 master-status pic 99.
           77 generation-status pic 99.
           77 catalog-status pic 99.
           77 param-card-status pic 99.
           77 restore-report-status pic 99.
           77 audit-log-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 job-final-status pic x(8) value 'RESTORED'.

           copy "backup-file-list.cpy".

           77 master-filename pic x(24).
           77 generation-filename pic x(48).
           77 restore-run-id pic 9(4).
           77 restore-run-date pic 9(8) value 0.
           77 generation-found pic 9 value 0.
           77 restore-failed pic 9 value 0.
           77 stopped-at-file pic x(24).
           77 bx pic 99.
           77 rx pic 99.
           77 line-count pic 9(8).
           77 files-restored pic 9(4) value 0.
           77 files-removed pic 9(4) value 0.
           77 records-restored pic 9(8) value 0.
           77 count-disp pic z(7)9.

      * the generation's catalog records, one per master file.
           77 restore-count pic 99 value 0.
           01 restore-table.
             05 restore-entry occurs 18 times.
               10 re-master-file pic x(24).
               10 re-generation-file pic x(48).
               10 re-file-status pic x(8).
               10 re-record-count pic 9(8).
               10 re-kind pic x.
               10 re-result pic x(8).

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0008-read-param-card.
           perform 0010-find-generation.
           perform 0020-load-generation.
           perform 0030-verify-generation.

           open output restore-report.
           perform 0040-write-report-header.
           perform 0050-restore-one-file
             varying rx from 1 by 1
             until rx > restore-count or restore-failed equal to 1.
           if restore-failed equal to 1 then
             move master-filename to stopped-at-file
             perform 0059-list-file-not-reached
               varying rx from rx by 1 until rx > restore-count
           end-if.
           perform 0058-write-report-trailer.
           close restore-report.

           if restore-failed equal to 1 then
             display 'Restore of run ' restore-run-date '/'
               restore-run-id ' stopped at ' stopped-at-file
               ' - see restore-report.txt'
             perform 0090-abort-restore
           end-if.
           display 'Restored run ' restore-run-date '/'
             restore-run-id ' generation: ' files-restored
             ' files, ' records-restored ' records, '
             files-removed ' removed'.
           perform 0060-write-audit-log.
           goback.

       0008-read-param-card.
           initialize param-card-record.
           open input param-card-file.
           if param-card-status equal to 0 then
             read param-card-file
               at end continue
             end-read
           end-if.
           close param-card-file.
           if rs-run-id is not numeric then
             display 'usage: suiterst-params.txt card is'
             display '  cols 1-4  run-id to back out'
             display '  cols 5-12 its run date (optional, default'
               ' the latest generation for the run-id)'
             perform 0090-abort-restore
           end-if.
           move rs-run-id to restore-run-id.
           if rs-run-date is numeric then
             move rs-run-date to restore-run-date
           end-if.

      ****************************************************************
      * locate the generation and check it is all there
      ****************************************************************
       0010-find-generation.
      * the last COMPLETE generation for the run-id (and run date,
      * when given) - run-ids restart at 1 after 9999, so the run
      * date tells two nights with the same run-id apart.
           open input catalog-file.
           if catalog-status equal to 0 then
             perform 0012-check-one-catalog-record
               until catalog-status equal to 10                         (end of file)
           end-if.
           close catalog-file.
           if generation-found equal to 0 then
             display 'No complete backup generation for run-id '
               restore-run-id ' in backup-catalog.txt'
             perform 0090-abort-restore
           end-if.

       0012-check-one-catalog-record.
           read catalog-file
             at end exit paragraph.
           if bc-file-status equal to 'COMPLETE'
               and bc-run-id equal to restore-run-id
               and (rs-run-date is not numeric
                 or bc-run-date equal to restore-run-date) then
             move bc-run-date to restore-run-date
             move 1 to generation-found
           end-if.

       0020-load-generation.
           open input catalog-file.
           perform 0022-load-one-catalog-record
             until catalog-status equal to 10.                          (end of file)
           close catalog-file.

       0022-load-one-catalog-record.
           read catalog-file
             at end exit paragraph.
           if bc-run-date not equal to restore-run-date
               or bc-run-id not equal to restore-run-id
               or bc-file-status equal to 'COMPLETE' then
             exit paragraph
           end-if.
      * a backup that died while cataloging and was then retaken
      * leaves a master cataloged twice; the later record wins.
           perform varying rx from 1 by 1
             until rx > restore-count
               or re-master-file(rx) equal to bc-master-file
               continue
           end-perform.
           if rx greater than restore-count then
             if restore-count not less than backup-file-count
               display 'Generation lists a master not in the backup'
                 ' file list: ' bc-master-file
               perform 0090-abort-restore
             end-if
             add 1 to restore-count
             move restore-count to rx
           end-if.
           move bc-master-file to re-master-file(rx).
           move bc-generation-file to re-generation-file(rx).
           move bc-file-status to re-file-status(rx).
           move bc-record-count to re-record-count(rx).
           move 'S' to re-kind(rx).
           perform varying bx from 1 by 1
             until bx > backup-file-count
               if bf-master-name(bx) equal to bc-master-file
                 move bf-kind(bx) to re-kind(rx)
               end-if
           end-perform.

       0030-verify-generation.
           perform varying rx from 1 by 1
             until rx > restore-count
               if re-file-status(rx) equal to 'COPIED'
                 perform 0032-count-generation-file
               end-if
           end-perform.

       0032-count-generation-file.
           move re-generation-file(rx) to generation-filename.
           move 0 to line-count.
           open input generation-file.
           if generation-status not equal to 0 then
             display 'Generation file ' generation-filename
               ' cannot be read, generation-status='
               generation-status ' - nothing restored'
             perform 0090-abort-restore
           end-if.
           perform until generation-status not equal to 0
             read generation-file
               at end exit perform
             end-read
             add 1 to line-count
           end-perform.
           close generation-file.
           if line-count not equal to re-record-count(rx) then
             display 'Generation file ' generation-filename ' holds '
               line-count ' records, catalog says '
               re-record-count(rx) ' - nothing restored'
             perform 0090-abort-restore
           end-if.

      ****************************************************************
      * put each master back
      ****************************************************************
       0050-restore-one-file.
           move re-master-file(rx) to master-filename.
           move re-generation-file(rx) to generation-filename.
           move 'RESTORED' to re-result(rx).
           move 0 to line-count.
           evaluate true
             when re-file-status(rx) equal to 'ABSENT'
               perform 0051-remove-master
             when master-filename equal to 'module-store.dat'
               perform 0052-reload-module-store
             when master-filename equal to 'candidate-inventory.dat'
               perform 0054-reload-inventory
             when other
               perform 0056-copy-back-text-file
           end-evaluate.
           if re-result(rx) equal to 'RESTORED'
               and line-count not equal to re-record-count(rx) then
             display 'Restored ' line-count ' records to '
               master-filename ', generation holds '
               re-record-count(rx)
             move 'FAILED' to re-result(rx)
             move 1 to restore-failed
           end-if.
           if re-result(rx) equal to 'RESTORED' then
             add 1 to files-restored
             add line-count to records-restored
           end-if.
           perform 0057-write-report-line.

       0051-remove-master.
      * the master did not exist before the run. A refused delete
      * is only a failure if the file is still there afterwards -
      * on a second restore of the same night it is already gone.
           move 'REMOVED' to re-result(rx).
           call 'CBL_DELETE_FILE' using master-filename.
           if return-code not equal to 0 then
             move 0 to return-code
             open input master-file
             if master-status not equal to 35
               display 'Cannot remove ' master-filename
                 ', master-status=' master-status
               move 'FAILED' to re-result(rx)
               move 1 to restore-failed
             end-if
             close master-file
           end-if.
           if re-result(rx) equal to 'REMOVED' then
             add 1 to files-removed
           end-if.

       0052-reload-module-store.
           open input generation-file.
           if generation-status not equal to 0 then
             perform 0055-generation-unreadable
             exit paragraph
           end-if.
           open output module-store.
           if module-store-status not equal to 0 then
             display 'Cannot rewrite ' master-filename
               ', module-store-status=' module-store-status
             move 'FAILED' to re-result(rx)
             move 1 to restore-failed
             close generation-file
             exit paragraph
           end-if.
           perform until generation-status not equal to 0
             read generation-file
               at end exit perform
             end-read
             move generation-line to module-store-record
             write module-store-record
               invalid key
                 display 'Duplicate module-id ' ms-module-id
                   ' in ' generation-filename
                 move 'FAILED' to re-result(rx)
                 move 1 to restore-failed
               not invalid key
                 add 1 to line-count
             end-write
           end-perform.
           close generation-file.
           close module-store.

       0054-reload-inventory.
           open input generation-file.
           if generation-status not equal to 0 then
             perform 0055-generation-unreadable
             exit paragraph
           end-if.
           open output candidate-inventory.
           if inventory-status not equal to 0 then
             display 'Cannot rewrite ' master-filename
               ', inventory-status=' inventory-status
             move 'FAILED' to re-result(rx)
             move 1 to restore-failed
             close generation-file
             exit paragraph
           end-if.
           perform until generation-status not equal to 0
             read generation-file
               at end exit perform
             end-read
             move generation-line to candidate-inventory-record
             write candidate-inventory-record
               invalid key
                 display 'Duplicate candidate ' ci-candidate
                   ' in ' generation-filename
                 move 'FAILED' to re-result(rx)
                 move 1 to restore-failed
               not invalid key
                 add 1 to line-count
             end-write
           end-perform.
           close generation-file.
           close candidate-inventory.

       0055-generation-unreadable.
           display 'Generation file ' generation-filename
             ' cannot be read, generation-status=' generation-status.
           move 'FAILED' to re-result(rx).
           move 1 to restore-failed.
           close generation-file.

       0056-copy-back-text-file.
           open input generation-file.
           if generation-status not equal to 0 then
             perform 0055-generation-unreadable
             exit paragraph
           end-if.
           open output master-file.
           if master-status not equal to 0 then
             display 'Cannot rewrite ' master-filename
               ', master-status=' master-status
             move 'FAILED' to re-result(rx)
             move 1 to restore-failed
             close generation-file
             exit paragraph
           end-if.
           perform until generation-status not equal to 0
             read generation-file
               at end exit perform
             end-read
             move generation-line to master-line
             write master-line
             if master-status not equal to 0
               display 'Cannot write ' master-filename
                 ', master-status=' master-status
               move 'FAILED' to re-result(rx)
               move 1 to restore-failed
               exit perform
             end-if
             add 1 to line-count
           end-perform.
           close generation-file.
           close master-file.

      ****************************************************************
      * report and audit
      ****************************************************************
       0040-write-report-header.
           move spaces to restore-report-line.
           string 'MASTER FILE RESTORE - BACKED OUT RUN '
             restore-run-date '/' restore-run-id
             delimited by size into restore-report-line.
           write restore-report-line.
           move spaces to restore-report-line.
           string 'RESTORED ON ' current-date-time(1:8) ' AT '
             job-start-time(1:6)
             delimited by size into restore-report-line.
           write restore-report-line.
           move spaces to restore-report-line.
           write restore-report-line.
           move spaces to restore-report-line.
           string 'MASTER FILE              RESULT     RECORDS'
             delimited by size into restore-report-line.
           write restore-report-line.

       0057-write-report-line.
           move spaces to restore-report-line.
           move master-filename to restore-report-line(1:24).
           move re-result(rx) to restore-report-line(26:8).
           if re-file-status(rx) not equal to 'ABSENT'
               and (re-result(rx) equal to 'RESTORED'
                 or re-result(rx) equal to 'FAILED') then
             move line-count to count-disp
             move count-disp to restore-report-line(36:8)
           end-if.
           write restore-report-line.

       0059-list-file-not-reached.
           move re-master-file(rx) to master-filename.
           move 'NOT DONE' to re-result(rx).
           perform 0057-write-report-line.

       0058-write-report-trailer.
           move spaces to restore-report-line.
           write restore-report-line.
           if restore-failed equal to 1 then
             move spaces to restore-report-line
             string 'RESTORE STOPPED - MASTERS RESTORED OR REMOVED'
               ' ABOVE ARE BACK TO THE GENERATION,'
               delimited by size into restore-report-line
             write restore-report-line
             move spaces to restore-report-line
             string 'THE FAILED ONE MAY BE PART WRITTEN, NOT DONE'
               ' ONES ARE UNCHANGED'
               delimited by size into restore-report-line
             write restore-report-line
           end-if.
           move spaces to restore-report-line.
           move records-restored to count-disp.
           string 'FILES RESTORED: ' files-restored
             '  REMOVED: ' files-removed
             '  RECORDS: ' count-disp
             delimited by size into restore-report-line.
           write restore-report-line.

       0090-abort-restore.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave. Before 0050 the masters are untouched; from there
      * on restore-report.txt says how far the restore got.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'SUITERST' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move files-restored to al-records-read.
           move records-restored to al-records-written.
           move files-removed to al-reject-count.
           move job-final-status to al-final-status.
           move restore-run-date to al-run-date.
           move restore-run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
