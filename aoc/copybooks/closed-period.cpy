      * Fuel month-end close register. FUELCLOS appends one record
      * when it freezes a month, after that month's snapshot records
      * are safely written, so the record is the close itself: a
      * month with no record here is still open. The close run's
      * date and run-id stamp the snapshot records that belong to
      * it, so a close interrupted part way through leaves nothing a
      * reader will trust.
       01 closed-period-record.
         05 cp-period            pic 9(6).
         05 cp-close-run-date    pic 9(8).
         05 cp-close-run-id      pic 9(4).
         05 cp-module-count      pic 9(6).
         05 cp-history-fuel      pic 9(10).
         05 cp-adjust-fuel       pic 9(10).
