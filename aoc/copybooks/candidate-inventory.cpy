      * the candidates they touch, so "how many certified candidates
      * does security have on the shelf" survives the nightly files
      * being overwritten. ci-status holds the lifecycle state
      * (SWEPT, SCREENED-OUT, ISSUABLE, RESERVED, ISSUED, RETIRED)
      * and the run date/run-id record the run that last moved it
      * there. ISSUED is terminal: a later sweep or screen finding
      * the same number again must not put an issued password back
      * on the shelf. RETIRED is held against the sweep and merge
      * too, but goes back to ISSUABLE once the screen finds the
      * value gone from the password history (PWDRETR aged it out
      * under the reuse policy). RESERVED is held the same way
      * until PWDPOST issues it or PWDALLOC releases it: the
      * reservation block names the department and requester it
      * was allocated to and the run that allocated it, and stays
      * on the record once the password is issued so the issue ties
      * back to the department. Any other status leaves it blank.
       01 candidate-inventory-record.
         05 ci-candidate         pic 9(8).
         05 ci-status            pic x(12).
         05 ci-run-date          pic 9(8).
         05 ci-run-id            pic 9(4).
         05 ci-reservation.
           10 ci-reserved-dept       pic x(8).
           10 ci-reserved-requester  pic x(8).
           10 ci-reserved-run-date   pic 9(8).
           10 ci-reserved-run-id     pic 9(4).
