      * hand-run merge over files an interrupted sweep left behind
      * must not leave the shelf behind the consolidated list - the
      * upsert is idempotent, so stamping again costs nothing. Never
      * walks back a password already reserved, issued or retired.
           move candidate-value to ci-candidate.
           read candidate-inventory
             invalid key
               move candidate-value to ci-candidate
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
