      * Persistent per-source manifest history. FUELCALC appends one
      * record per source system per run at end of job - the same
      * counts as the SRC records in fuel-totals.txt, which is
      * overwritten nightly, plus the resends and detail rejects the
      * scorecard needs. A rerun appends a second block under the
      * same run date/run-id; readers keep the newest block for a
      * run key.
       01 source-history-record.
         05 sh-run-date          pic 9(8).
         05 sh-run-id            pic 9(4).
         05 sh-source-system     pic x(8).
         05 sh-manifests         pic 9(4).
         05 sh-rejected          pic 9(4).
         05 sh-duplicates        pic 9(4).
         05 sh-details-read      pic 9(8).
         05 sh-detail-rejects    pic 9(8).
         05 sh-fuel              pic 9(8).
