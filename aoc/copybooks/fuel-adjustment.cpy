      * Fuel adjustments. A correction card naming a run in a closed
      * month must not restate that month, so FUELCALC's correction
      * mode posts the corrected fuel here instead, to the period
      * open on the correction run's date, keyed to the run and card
      * it answers so a resubmitted deck cannot post it twice.
       01 fuel-adjustment-record.
         05 fa-period            pic 9(6).
         05 fa-closed-period     pic 9(6).
         05 fa-orig-run-date     pic 9(8).
         05 fa-orig-run-id       pic 9(4).
         05 fa-module-id         pic x(10).
         05 fa-corrected-mass    pic x(6).
         05 fa-fuel              pic 9(8).
         05 fa-posted-run-date   pic 9(8).
         05 fa-posted-run-id     pic 9(4).
