      * shelf-stock bookkeeping (layout: candidate-inventory.cpy): a
      * sweep puts the candidate on the shelf as SWEPT, or refreshes
      * its stamp if it is already there - but never walks back a
      * password already reserved, issued or retired. Re-upserts
      * after a checkpoint resume land on the same key, so a
      * restarted sweep cannot double the shelf.
           move the-number to ci-candidate.
           read candidate-inventory
             invalid key
               move the-number to ci-candidate
               initialize ci-reservation
               move 'SWEPT' to ci-status
               move run-date to ci-run-date
               move run-id to ci-run-id
             not invalid key
               if ci-status not equal to 'ISSUED'
                   and ci-status not equal to 'RETIRED'
                   and ci-status not equal to 'RESERVED'
                 move 'SWEPT' to ci-status
                 move run-date to ci-run-date
                 move run-id to ci-run-id
