      * Backup catalog record (backup-catalog.txt). SUITEBKP takes
      * one generation of the suite's master files at the top of
      * each night, named for the run it protects, and catalogs
      * one record per master file - the generation file it went
      * to and how many records it held - followed by a COMPLETE
      * record once every file is safely copied. A generation with
      * no COMPLETE record was never finished and is not restorable.
      * ABSENT means the master did not exist before the run, so a
      * restore removes it. SUITERST reads the catalog to put a
      * night back the way it found it.
       01 backup-catalog-record.
         05 bc-run-date          pic 9(8).
         05 bc-run-id            pic 9(4).
         05 bc-file-status       pic x(8).
         05 bc-record-count      pic 9(8).
         05 bc-master-file       pic x(24).
         05 bc-generation-file   pic x(48).
