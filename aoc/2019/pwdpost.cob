      * merge broke the ascending order the screen then aborts on.
      * This job closes the loop: it reads the passwords security
      * issued this cycle (issued-passwords.txt, one per line),
      * proves each one was reserved to a department by the
      * allocation job (PWDALLOC) in the candidate inventory, merges
      * the survivors into password-history.txt preserving numeric
      * order and stamped with tonight's issue date, and rejects to
      * the issuance register anything already in the history or
      * never reserved. Posted lines on the register name the
      * department the password was reserved for. Like its sibling
      * jobs it leaves one audit record per run.

       environment division.
           input-output section.
                   'issued-passwords.txt'
                 organization is line sequential
                 file status is issued-status.
               select optional history-file assign to
                   'password-history.txt'
                 organization is line sequential
           fd issued-file.
           01 issued-line pic x(40).

           fd history-file.
           01 history-line pic x(40).
           copy "password-history.cpy".

           fd work-file.
           01 work-line pic x(40).
       77 issued-status pic 99.
       77 inventory-status pic 99.
       77 shelf-status pic x(12).
       77 history-status pic 99.
       77 work-file-status pic 99.
       77 register-status pic 99.
       77 issued-rejected pic 9(8) value 0.
       77 history-read pic 9(8) value 0.
       77 history-written pic 9(8) value 0.
       77 count-disp pic z(7)9.

      * this cycle's issued passwords, sorted before the merge so
      * the history pass stays a single forward sweep.
       77 issued-count pic 9(4) value 0.
           10 isd-value pic 9(8).
           10 isd-outcome pic x(8).
           10 isd-reason pic x(30).
           10 isd-dept pic x(8).
       01 hold-issued-entry.
         05 hold-value pic 9(8).
         05 hold-outcome pic x(8).
         05 hold-reason pic x(30).
         05 hold-dept pic x(8).

       77 ix pic 9(4).
       77 sx pic 9(4).
       77 last-history-value pic 9(8) value 0.
       77 history-value pic 9(8) value 0.
       77 history-eof pic 9 value 0.

           perform 0005-read-run-control.
           perform 0010-load-issued-deck.
           perform 0025-sort-issued-deck.
           open i-o candidate-inventory.
           if inventory-status not equal to 0 then
             display 'No candidate inventory - cannot prove the'
               ' issued passwords were ever reserved,'
               ' inventory-status=' inventory-status
             close candidate-inventory
             perform 0090-abort-posting
           end-if.
           perform 0030-screen-issued-deck.
           perform 0040-merge-into-history.
           close candidate-inventory.
           perform 0050-copy-work-back.
             to isd-value(issued-count).
           move spaces to isd-outcome(issued-count).
           move spaces to isd-reason(issued-count).
           move spaces to isd-dept(issued-count).

       0025-sort-issued-deck.
      * straight insertion, the way the sweep merge orders its
           end-perform.

       0030-screen-issued-deck.
      * reject duplicates within the deck and anything the
      * allocation job never reserved, before the history ever
      * opens.
           perform varying ix from 1 by 1 until ix > issued-count
             if isd-outcome(ix) equal to spaces
               if ix greater than 1
                 move 'REJECTED' to isd-outcome(ix)
                 move 'duplicate in issued deck' to isd-reason(ix)
               else
                 perform 0035-check-reservation
               end-if
             end-if
           end-perform.

       0035-check-reservation.
      * a password security issued must be one the allocation job
      * reserved (layout: candidate-inventory.cpy); the reservation
      * names the department it is issued to.
           move isd-value(ix) to ci-candidate.
           read candidate-inventory
             invalid key
               move 'REJECTED' to isd-outcome(ix)
               move 'not in candidate inventory' to isd-reason(ix)
             not invalid key
               if ci-status equal to 'RESERVED'
                 move ci-reserved-dept to isd-dept(ix)
               else
                 move 'REJECTED' to isd-outcome(ix)
                 move spaces to isd-reason(ix)
                 string 'not reserved - ' ci-status
                   delimited by size into isd-reason(ix)
               end-if
           end-read.

       0040-merge-into-history.
           open input history-file.
                 not at end
                   if history-line not equal to spaces
                     add 1 to history-read
                     move function numval(ph-value)
                       to history-value
                     if history-value less than last-history-value
                       display 'Password history out of numeric'
           move isd-value(ix) to value-disp.
           move spaces to work-line.
           move function trim(value-disp) to work-line.
      *    the issue date is what the retirement job ages it on
      *    (layout: password-history.cpy).
           move run-date to work-line(10:8).
           write work-line.
           add 1 to history-written.
           move 'POSTED' to isd-outcome(ix).
       0046-update-inventory.
      * shelf-stock bookkeeping (layout: candidate-inventory.cpy):
      * issuance is the one transition that overrides whatever state
      * the shelf held - ISSUED is terminal, RETIRED leaves only
      * through the screen once the history no longer holds the
      * value, and this is the job that sets them. An issued
      * password keeps its reservation block, which is how it ties
      * back to the department; a retired one is nobody's.
           move isd-value(ix) to ci-candidate.
           read candidate-inventory
             invalid key
               move isd-value(ix) to ci-candidate
               initialize ci-reservation
               move shelf-status to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
               write candidate-inventory-record
             not invalid key
               if shelf-status not equal to 'ISSUED'
                 initialize ci-reservation
               end-if
               move shelf-status to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
             move isd-value(ix) to value-disp
             move spaces to issuance-register-line
             if isd-reason(ix) equal to spaces
               string value-disp '  ' isd-outcome(ix) ' - DEPT '
                 isd-dept(ix)
                 delimited by size into issuance-register-line
             else
               string value-disp '  ' isd-outcome(ix) ' - '
