      * Frozen per-module fuel for a closed month, written by
      * FUELCLOS: the month's module-history actuals and the
      * adjustments FUELCALC posted into the month, as they stood at
      * the close. Readers take only the records stamped with the
      * close run on the month's closed-period record.
       01 period-snapshot-record.
         05 ps-period            pic 9(6).
         05 ps-module-id         pic x(10).
         05 ps-history-fuel      pic 9(10).
         05 ps-adjust-fuel       pic 9(10).
         05 ps-close-run-date    pic 9(8).
         05 ps-close-run-id      pic 9(4).
