      * The master files a night updates in place and no rerun can
      * recreate, in the order SUITEBKP backs them up and SUITERST
      * restores them. bf-kind I is an indexed file, unloaded to a
      * line sequential generation file (bf-unload-name) and
      * reloaded from it; S is a line sequential file copied line
      * for line. Adding a master here adds it to both jobs.
      *
      * everything a night carries forward to the next is here -
      * the suite state and run history as well as the business
      * masters - so a restored set is the whole of the system as
      * the backed-out night found it, and a rerun after SUITERST
      * starts from exactly that: the manifest registry holds no
      * sets from the backed-out run, the elevator starts from the
      * floors it stood at, and open orders are the ones open then.
      * FUELCALC's restart checkpoint goes back too, so a rerun
      * cannot resume from a backed-out night's partial run.
      * Reports, slips and extracts a night writes from scratch are
      * not masters and are not backed up; the rerun writes them
      * again. The audit log and the backup catalog are left alone
      * on purpose: they are the record of what ran, backed-out
      * nights included, and SUITERST adds its own record to it.
       01 backup-file-definitions.
         05 filler pic x(49) value
           'module-store.dat        module-store.unl        I'.
         05 filler pic x(49) value
           'module-history.txt      module-history.txt      S'.
         05 filler pic x(49) value
           'candidate-inventory.dat candidate-inventory.unl I'.
         05 filler pic x(49) value
           'password-history.txt    password-history.txt    S'.
         05 filler pic x(49) value
           'module-master.txt       module-master.txt       S'.
         05 filler pic x(49) value
           'reject-aging.txt        reject-aging.txt        S'.
         05 filler pic x(49) value
           'suite-state.txt         suite-state.txt         S'.
         05 filler pic x(49) value
           'manifest-registry.txt   manifest-registry.txt   S'.
         05 filler pic x(49) value
           'source-history.txt      source-history.txt      S'.
         05 filler pic x(49) value
           'building-state.txt      building-state.txt      S'.
         05 filler pic x(49) value
           'elevator-history.txt    elevator-history.txt    S'.
         05 filler pic x(49) value
           'open-orders.txt         open-orders.txt         S'.
         05 filler pic x(49) value
           'fuel-adjustments.txt    fuel-adjustments.txt    S'.
         05 filler pic x(49) value
           'closed-periods.txt      closed-periods.txt      S'.
         05 filler pic x(49) value
           'period-snapshot.txt     period-snapshot.txt     S'.
         05 filler pic x(49) value
           'module-cost-centers.txt module-cost-centers.txt S'.
         05 filler pic x(49) value
           'retired-passwords.txt   retired-passwords.txt   S'.
         05 filler pic x(49) value
           'fuel-checkpoint.txt     fuel-checkpoint.txt     S'.
       01 backup-file-table redefines backup-file-definitions.
         05 backup-file-entry occurs 18 times.
           10 bf-master-name     pic x(24).
           10 bf-unload-name     pic x(24).
           10 bf-kind            pic x.
       77 backup-file-count pic 99 value 18.
