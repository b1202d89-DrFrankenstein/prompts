      * Persistent manifest registry. FUELCALC adds one record for
      * every HDR...TRL set whose controls verified and whose fuel
      * went on the books, keyed on source system plus manifest date,
      * with the set's record count and hash total and the run that
      * applied it. A second set for the same key - in the same file
      * or on a later night - is a resend and is rejected DUPLICATE
      * instead of being counted twice. The manifest check step
      * reads the same records against the expected-sources
      * schedule to find sources that are missing or late.
       01 manifest-registry-record.
         05 mr-source-system     pic x(8).
         05 mr-manifest-date     pic 9(8).
         05 mr-record-count      pic 9(8).
         05 mr-hash-total        pic 9(10).
         05 mr-run-date          pic 9(8).
         05 mr-run-id            pic 9(4).
