      * already on the master, DELETE or RENAME of an unknown id,
      * and RENAME onto an existing id are rejected to the register,
      * not applied.
      *
      * the same deck maintains each module's owning cost center,
      * kept alongside the master in module-cost-centers.txt for the
      * fuel chargeback: ASSIGN names the cost center in cols 19-28
      * (replacing any earlier one), UNASSIGN removes it. Either
      * card for a module not on the master is rejected. A DELETE
      * takes the module's assignment with it and a RENAME carries
      * it to the new id, so the two files can never disagree.

       environment division.
           input-output section.
                   'module-transactions.txt'
                 organization is line sequential
                 file status is transaction-status.
               select optional cost-center-file assign to
                   'module-cost-centers.txt'
                 organization is line sequential
                 file status is cost-center-status.
               select change-register assign to
                   'module-change-register.txt'
                 organization is line sequential
             05 mt-action pic x(8).
             05 mt-module-id pic x(10).
             05 mt-new-id pic x(10).
             05 mt-cost-center redefines mt-new-id pic x(10).
             05 mt-user pic x(8).

           fd cost-center-file.
      * one record per module that has an owning cost center, in
      * module-id order, stamped with the run and requester of the
      * card that last assigned it.
           01 cost-center-record.
             05 cc-module-id pic x(10).
             05 cc-cost-center pic x(10).
             05 cc-assigned-date pic 9(8).
             05 cc-assigned-user pic x(8).

           fd change-register.
           01 change-register-line pic x(100).

           77 module-master-status pic 99.
           77 transaction-status pic 99.
           77 change-register-status pic 99.
           77 cost-center-status pic 99.
           77 cost-centers-loaded pic 9(5) value 0.
           77 cost-center-orphans pic 9(5) value 0.
           77 cost-centers-written pic 9(5) value 0.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 sx pic 9(5).
           77 find-x pic 9(5).
           77 id-found pic 9.
           77 lookup-id pic x(10).

      * the master with each module's cost-center assignment riding
      * on its entry, so every insert, remove and rename below keeps
      * the two together.
           01 master-table.
             05 master-entry occurs 10000 times
                 depending on master-count.
               10 master-id pic x(10).
               10 master-cost-center pic x(10).
               10 master-cc-date pic 9(8).
               10 master-cc-user pic x(8).
           01 hold-master-entry.
             05 hold-master-id pic x(10).
             05 hold-cost-center pic x(10).
             05 hold-cc-date pic 9(8).
             05 hold-cc-user pic x(8).

           77 cards-read pic 9(8) value 0.
           77 cards-applied pic 9(8) value 0.
           perform 0010-load-master.
           perform 0020-sort-master.
           perform 0022-drop-duplicates.
           perform 0024-load-cost-centers.

           open output change-register.
           perform 0025-write-register-header.
             add 1 to out-of-sequence-count
           end-if.
           add 1 to master-count.
           initialize master-entry(master-count).
           move mm-module-id to master-id(master-count).
           move mm-module-id to prev-master-id.

      * straight insertion, the way the sweep merge orders its chunk
      * table.
           perform varying mx from 2 by 1 until mx > master-count
             move master-entry(mx) to hold-master-entry
             move mx to sx
             perform until sx equal to 1
               or master-id(sx - 1) not greater than hold-master-id
                 move master-entry(sx - 1) to master-entry(sx)
                 subtract 1 from sx
             end-perform
             move hold-master-entry to master-entry(sx)
           end-perform.

       0022-drop-duplicates.
               add 1 to duplicate-drop-count
             else
               add 1 to sx
               move master-entry(mx) to master-entry(sx)
               move master-id(sx) to prev-master-id
             end-if
           end-perform.
               duplicate-drop-count
           end-if.

       0024-load-cost-centers.
      * attach each assignment to its master entry. An assignment
      * for a module no longer on the master (the file edited by
      * hand, or an older deck) has nothing to ride on and is
      * dropped, counted on the register trailer.
           open input cost-center-file.
           if cost-center-status not equal to 0 then
             display 'No module-cost-centers.txt - no modules have'
               ' a cost center yet'
             close cost-center-file
             exit paragraph
           end-if.
           perform 0026-load-one-cost-center
             until cost-center-status equal to 10.                      (end of file)
           close cost-center-file.
           display 'Cost-center assignments loaded: '
             cost-centers-loaded.

       0026-load-one-cost-center.
           read cost-center-file
             at end exit paragraph.
           if cc-module-id equal to spaces then
             exit paragraph
           end-if.
           move cc-module-id to lookup-id.
           perform 0070-find-master-id.
           if id-found equal to 0 then
             display 'Cost center ' cc-cost-center ' for '
               cc-module-id ' dropped - module not on master'
             add 1 to cost-center-orphans
             exit paragraph
           end-if.
           add 1 to cost-centers-loaded.
           move cc-cost-center to master-cost-center(find-x).
           move cc-assigned-date to master-cc-date(find-x).
           move cc-assigned-user to master-cc-user(find-x).

       0025-write-register-header.
           move spaces to change-register-line.
           string 'MODULE MASTER CHANGE REGISTER - RUN DATE: '
           move spaces to change-register-line.
           write change-register-line.
           move spaces to change-register-line.
           string 'ACTION   MODULE-ID  NEW-ID/CC  USER     OUTCOME'
             delimited by size into change-register-line.
           write change-register-line.

               perform 0040-apply-delete
             when 'RENAME'
               perform 0045-apply-rename
             when 'ASSIGN'
               perform 0047-apply-assign
             when 'UNASSIGN'
               perform 0048-apply-unassign
             when other
               move 'unknown action' to reject-reason
           end-evaluate.
           end-if.
           move mt-module-id to lookup-id.
           perform 0070-find-master-id.
           move master-entry(find-x) to hold-master-entry.
           perform 0080-remove-master-id.
      * the removal shifted the table, so locate the new id's
      * insertion point fresh before inserting it; the cost-center
      * assignment moves with the module.
           move mt-new-id to lookup-id.
           perform 0070-find-master-id.
           perform 0075-insert-master-id.
           move hold-cost-center to master-cost-center(find-x).
           move hold-cc-date to master-cc-date(find-x).
           move hold-cc-user to master-cc-user(find-x).

       0047-apply-assign.
           move mt-module-id to lookup-id.
           perform 0070-find-master-id.
           if id-found equal to 0 then
             move 'module-id not on master' to reject-reason
             exit paragraph
           end-if.
           if mt-cost-center equal to spaces then
             move 'blank cost center' to reject-reason
             exit paragraph
           end-if.
           move mt-cost-center to master-cost-center(find-x).
           move run-date to master-cc-date(find-x).
           move mt-user to master-cc-user(find-x).

       0048-apply-unassign.
           move mt-module-id to lookup-id.
           perform 0070-find-master-id.
           if id-found equal to 0 then
             move 'module-id not on master' to reject-reason
             exit paragraph
           end-if.
           if master-cost-center(find-x) equal to spaces then
             move 'module has no cost center' to reject-reason
             exit paragraph
           end-if.
           move spaces to master-cost-center(find-x).
           move 0 to master-cc-date(find-x).
           move spaces to master-cc-user(find-x).

       0070-find-master-id.
      * serial scan that also leaves find-x on the insertion point
           add 1 to master-count.
           move master-count to mx.
           perform until mx equal to find-x
             move master-entry(mx - 1) to master-entry(mx)
             subtract 1 from mx
           end-perform.
           initialize master-entry(find-x).
           move lookup-id to master-id(find-x).

       0080-remove-master-id.
           move find-x to mx.
           perform until mx not less than master-count
             move master-entry(mx + 1) to master-entry(mx)
             add 1 to mx
           end-perform.
           subtract 1 from master-count.
           end-perform.
           close module-master.

           open output cost-center-file.
           perform varying mx from 1 by 1 until mx > master-count
             if master-cost-center(mx) not equal to spaces
               move master-id(mx) to cc-module-id
               move master-cost-center(mx) to cc-cost-center
               move master-cc-date(mx) to cc-assigned-date
               move master-cc-user(mx) to cc-assigned-user
               write cost-center-record
               add 1 to cost-centers-written
             end-if
           end-perform.
           close cost-center-file.

       0055-write-register-trailer.
           move spaces to change-register-line.
           write change-register-line.
             '  DUPLICATES DROPPED: ' duplicate-drop-count
             delimited by size into change-register-line.
           write change-register-line.
           move spaces to change-register-line.
           string 'COST CENTERS ASSIGNED: ' cost-centers-written
             '  ORPHANS DROPPED: ' cost-center-orphans
             delimited by size into change-register-line.
           write change-register-line.

       0060-write-audit-log.
           move function current-date to current-date-time.
