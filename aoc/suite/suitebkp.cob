       identification division.
       program-id. SUITEBKP.

      * Nightly generation backup of the suite's master files.
      * Several jobs update files in place that no rerun can
      * recreate (the list is backup-file-list.cpy), and backing a
      * bad night out used to mean restoring whatever the system
      * backup happened to catch. SUITEDRV calls this step before
      * the night's first step, so each night starts with a copy of
      * every master as the night found it:
      *
      *   - each master goes to gen-yyyymmdd-nnnn-<name>, named for
      *     the run date and run-id it protects (run-control.txt);
      *     the indexed masters are unloaded in key order to a line
      *     sequential .unl file, the rest are copied line for line;
      *   - backup-catalog.txt (layout: backup-catalog.cpy) gets one
      *     record per master with its record count, or ABSENT for a
      *     master that did not exist yet, then a COMPLETE record -
      *     written only once every copy has succeeded;
      *   - generations beyond the number to keep are dropped from
      *     the catalog and their files deleted, oldest first.
      *
      * a run that already has a COMPLETE generation is not backed
      * up again: a same-night rerun resumes with masters the failed
      * steps may have touched, and must not overwrite the copy
      * taken before them. SUITERST restores a generation.
      *
      * the number of generations to keep comes from cols 1-2 of
      * suitebkp-params.txt (default 7).

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
               select catalog-work assign to 'backup-catalog-work.txt'
                 organization is line sequential
                 file status is catalog-work-status.
               select optional param-card-file assign to
                   'suitebkp-params.txt'
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

           fd catalog-work.
           copy "backup-catalog.cpy"
             replacing ==backup-catalog-record== by ==work-record==
               leading ==bc-== by ==wrk-==.

           fd param-card-file.
           01 param-card-record.
             05 bk-generations-kept pic x(2).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 module-store-status pic 99.
           77 inventory-status pic 99.
           77 master-status pic 99.
           77 generation-status pic 99.
           77 catalog-status pic 99.
           77 catalog-work-status pic 99.
           77 param-card-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           copy "backup-file-list.cpy".

           77 master-filename pic x(24).
           77 generation-filename pic x(48).
           77 bx pic 99.
           77 backup-failed pic 9 value 0.
           77 generation-taken pic 9 value 0.
           77 generations-kept pic 99 value 7.
           77 files-copied pic 9(4) value 0.
           77 records-copied pic 9(8) value 0.

      * this night's copy of each master, cataloged only once all
      * of them are safely written.
           01 backup-result-table.
             05 backup-result occurs 18 times.
               10 br-status pic x(8).
               10 br-count pic 9(8).
               10 br-generation pic x(48).

      * the complete generations already in the catalog, oldest
      * first, for the keep/prune decision.
           77 generation-count pic 9(4) value 0.
           77 generation-table-max pic 9(4) value 100.
           77 gx pic 9(4).
           77 prune-count pic 9(4) value 0.
           77 prune-this pic 9.
           77 records-pruned pic 9(8) value 0.
           01 generation-table.
             05 generation-entry occurs 100 times.
               10 gen-run-date pic 9(8).
               10 gen-run-id pic 9(4).

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-param-card.
           perform 0010-scan-catalog.
           if generation-taken equal to 1 then
             display 'Backup generation for run ' run-date '/' run-id
               ' already taken - not retaken'
             perform 0060-write-audit-log
             goback
           end-if.

           perform 0020-backup-one-file
             varying bx from 1 by 1
             until bx > backup-file-count or backup-failed equal to 1.
           if backup-failed equal to 1 then
             perform 0090-abort-backup
           end-if.

           perform 0030-catalog-generation.
           perform 0040-prune-generations.

           display 'Backup generation ' run-date '/' run-id ': '
             files-copied ' files, ' records-copied ' records'.
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
           if bk-generations-kept is numeric
               and bk-generations-kept not equal to '00' then
             move bk-generations-kept to generations-kept
           end-if.

      ****************************************************************
      * catalog scan: is tonight already backed up, and which
      * complete generations are on file
      ****************************************************************
       0010-scan-catalog.
           open input catalog-file.
           if catalog-status not equal to 0 then
             close catalog-file
             exit paragraph
           end-if.
           perform 0012-scan-one-catalog-record
             until catalog-status equal to 10.                          (end of file)
           close catalog-file.

       0012-scan-one-catalog-record.
           read catalog-file
             at end exit paragraph.
           if bc-file-status not equal to 'COMPLETE' then
             exit paragraph
           end-if.
           if bc-run-date equal to run-date
               and bc-run-id equal to run-id then
             move 1 to generation-taken
           end-if.
           if generation-count less than generation-table-max then
             add 1 to generation-count
             move bc-run-date to gen-run-date(generation-count)
             move bc-run-id to gen-run-id(generation-count)
           end-if.

      ****************************************************************
      * one master to its generation file
      ****************************************************************
       0020-backup-one-file.
           move bf-master-name(bx) to master-filename.
           move spaces to generation-filename.
           string 'gen-' run-date '-' run-id '-'
             bf-unload-name(bx) delimited by space
             into generation-filename.
           move generation-filename to br-generation(bx).
           move 0 to br-count(bx).
           move 'COPIED' to br-status(bx).
           evaluate true
             when bf-master-name(bx) equal to 'module-store.dat'
               perform 0022-unload-module-store
             when bf-master-name(bx) equal to 'candidate-inventory.dat'
               perform 0024-unload-inventory
             when other
               perform 0026-copy-text-file
           end-evaluate.
           if backup-failed equal to 1 then
             exit paragraph
           end-if.
           if br-status(bx) equal to 'ABSENT' then
             move spaces to br-generation(bx)
           else
             add 1 to files-copied
             add br-count(bx) to records-copied
           end-if.
           display 'Backup ' master-filename ' ' br-status(bx) ' '
             br-count(bx).

       0022-unload-module-store.
           open input module-store.
           if module-store-status equal to 35 then
             move 'ABSENT' to br-status(bx)
             exit paragraph
           end-if.
           if module-store-status not equal to 0 then
             display 'Cannot open ' master-filename
               ', module-store-status=' module-store-status
             move 1 to backup-failed
             exit paragraph
           end-if.
           perform 0028-open-generation.
           perform until module-store-status not equal to 0
               or backup-failed equal to 1
             read module-store next
               at end exit perform
             end-read
             if module-store-status not equal to 0
               display 'Abnormal READ on ' master-filename
                 ', module-store-status=' module-store-status
               move 1 to backup-failed
               exit perform
             end-if
             move module-store-record to generation-line
             perform 0029-write-generation
           end-perform.
           close module-store.
           close generation-file.

       0024-unload-inventory.
           open input candidate-inventory.
           if inventory-status equal to 35 then
             move 'ABSENT' to br-status(bx)
             exit paragraph
           end-if.
           if inventory-status not equal to 0 then
             display 'Cannot open ' master-filename
               ', inventory-status=' inventory-status
             move 1 to backup-failed
             exit paragraph
           end-if.
           perform 0028-open-generation.
           perform until inventory-status not equal to 0
               or backup-failed equal to 1
             read candidate-inventory next
               at end exit perform
             end-read
             if inventory-status not equal to 0
               display 'Abnormal READ on ' master-filename
                 ', inventory-status=' inventory-status
               move 1 to backup-failed
               exit perform
             end-if
             move candidate-inventory-record to generation-line
             perform 0029-write-generation
           end-perform.
           close candidate-inventory.
           close generation-file.

       0026-copy-text-file.
           open input master-file.
           if master-status equal to 35 then
             move 'ABSENT' to br-status(bx)
             exit paragraph
           end-if.
           if master-status not equal to 0 then
             display 'Cannot open ' master-filename
               ', master-status=' master-status
             move 1 to backup-failed
             exit paragraph
           end-if.
           perform 0028-open-generation.
           perform until master-status not equal to 0
               or backup-failed equal to 1
             read master-file
               at end exit perform
             end-read
             if master-status not equal to 0
               display 'Abnormal READ on ' master-filename
                 ', master-status=' master-status
               move 1 to backup-failed
               exit perform
             end-if
             move master-line to generation-line
             perform 0029-write-generation
           end-perform.
           close master-file.
           close generation-file.

       0028-open-generation.
           open output generation-file.
           if generation-status not equal to 0 then
             display 'Cannot create ' generation-filename
               ', generation-status=' generation-status
             move 1 to backup-failed
           end-if.

       0029-write-generation.
           write generation-line.
           if generation-status not equal to 0 then
             display 'Abnormal WRITE on ' generation-filename
               ', generation-status=' generation-status
             move 1 to backup-failed
             exit paragraph
           end-if.
           add 1 to br-count(bx).

      ****************************************************************
      * catalog the generation, then trim to the generations kept
      ****************************************************************
       0030-catalog-generation.
           open extend catalog-file.
           perform varying bx from 1 by 1
             until bx > backup-file-count
               initialize backup-catalog-record
               move run-date to bc-run-date
               move run-id to bc-run-id
               move br-status(bx) to bc-file-status
               move br-count(bx) to bc-record-count
               move bf-master-name(bx) to bc-master-file
               move br-generation(bx) to bc-generation-file
               write backup-catalog-record
           end-perform.
           initialize backup-catalog-record.
           move run-date to bc-run-date.
           move run-id to bc-run-id.
           move 'COMPLETE' to bc-file-status.
           move records-copied to bc-record-count.
           write backup-catalog-record.
           close catalog-file.
           if generation-count less than generation-table-max then
             add 1 to generation-count
             move run-date to gen-run-date(generation-count)
             move run-id to gen-run-id(generation-count)
           end-if.

       0040-prune-generations.
      * the oldest generations past the number kept go: their files
      * are deleted and their records dropped from the catalog,
      * which is rewritten through a work file the way audithsk
      * rewrites the audit log.
           if generation-count not greater than generations-kept then
             exit paragraph
           end-if.
           compute prune-count = generation-count - generations-kept.
           open input catalog-file.
           open output catalog-work.
           perform 0042-prune-one-catalog-record
             until catalog-status equal to 10.                          (end of file)
           close catalog-file.
           close catalog-work.

           open input catalog-work.
           open output catalog-file.
           perform until catalog-work-status equal to 10
             read catalog-work
               at end exit perform
             end-read
             move work-record to backup-catalog-record
             write backup-catalog-record
           end-perform.
           close catalog-work.
           close catalog-file.
           display 'Backup generations pruned: ' prune-count
             ' (keeping ' generations-kept ')'.

       0042-prune-one-catalog-record.
           read catalog-file
             at end exit paragraph.
           move 0 to prune-this.
           perform varying gx from 1 by 1
             until gx > prune-count
               if bc-run-date equal to gen-run-date(gx)
                   and bc-run-id equal to gen-run-id(gx)
                 move 1 to prune-this
               end-if
           end-perform.
           if prune-this equal to 0 then
             move backup-catalog-record to work-record
             write work-record
             exit paragraph
           end-if.
           add 1 to records-pruned.
           if bc-file-status equal to 'COPIED' then
             call 'CBL_DELETE_FILE' using bc-generation-file
             move 0 to return-code
           end-if.

       0090-abort-backup.
      * no COMPLETE record is written, so the partial generation is
      * never offered for restore; the driver holds the night on
      * the return code rather than run steps with no way back.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'SUITEBKP' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move files-copied to al-records-read.
           move records-copied to al-records-written.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
