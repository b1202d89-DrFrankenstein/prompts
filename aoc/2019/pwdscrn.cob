
           fd history-file.
           01 history-line pic x(40).
           copy "password-history.cpy".

           fd issuable-file.
           01 issuable-line pic x(40).
       update-candidate-inventory.
      * shelf-stock bookkeeping (layout: candidate-inventory.cpy):
      * record the screen's verdict against the candidate, but never
      * walk back a password already reserved, issued or retired -
      * a repeat the history caught is SCREENED-OUT shelf-wise even
      * though the number itself was issued once before. The one
      * way back is retirement: a RETIRED password the history no
      * longer holds has aged past the reuse policy (PWDRETR took it
      * out), so it goes back on the shelf as ISSUABLE.
           move candidate-value to ci-candidate.
           read candidate-inventory
             invalid key
               move candidate-value to ci-candidate
               initialize ci-reservation
               move shelf-status to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
             not invalid key
               if ci-status not equal to 'ISSUED'
                   and ci-status not equal to 'RETIRED'
                   and ci-status not equal to 'RESERVED'
                 move shelf-status to ci-status
                 move run-date to ci-run-date
                 move run-id to ci-run-id
                 rewrite candidate-inventory-record
               end-if
               if ci-status equal to 'RETIRED'
                   and shelf-status equal to 'ISSUABLE'
                 move shelf-status to ci-status
                 move run-date to ci-run-date
                 move run-id to ci-run-id
             exit paragraph
           end-if.
           add 1 to history-read.
           move function numval(ph-value) to history-value.
           if history-value less than last-history-value then
             display 'Password history out of numeric order at: '
               history-line
