      * Persistent elevator traffic history, the elevator counterpart
      * of FUELCALC's module-history.txt. ELEV2015 appends one record
      * per building per run, so the floor and shift traffic the
      * floor report prints survives floor-report.txt being
      * overwritten the next night, and the trend step can read
      * months of it. Shift slots follow ELEV2015's shift table:
      * 0600, 1400, 2200, then the unstamped bucket. A rerun appends
      * a second block under the same run date/run-id; readers keep
      * the newest block for a run key.
       01 elevator-history-record.
         05 eh-run-date          pic 9(8).
         05 eh-run-id            pic 9(4).
         05 eh-building-id       pic x(3).
         05 eh-commands          pic 9(8).
         05 eh-shift-commands    pic 9(8) occurs 4 times.
         05 eh-basement-dips     pic 9(8).
         05 eh-excursions        pic 9(8).
         05 eh-peak-floor        pic s9(5) sign leading separate.
         05 eh-peak-visits       pic 9(8).
