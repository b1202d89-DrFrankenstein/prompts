      * Delivery manifest record (distribution-manifest.txt). RPTDIST
      * appends one record for every recipient package it builds:
      * the run the package covers, who it is for, the package file,
      * how many reports went in and how many expected reports were
      * flagged missing, empty or stale on its cover page, and its
      * page count - the record of who was sent what for which run.
       01 delivery-manifest-record.
         05 dm-run-date          pic 9(8).
         05 dm-run-id            pic 9(4).
         05 dm-recipient         pic x(10).
         05 dm-package-file      pic x(48).
         05 dm-reports-included  pic 9(4).
         05 dm-reports-flagged   pic 9(4).
         05 dm-total-pages       pic 9(6).
         05 dm-built-date        pic 9(8).
         05 dm-built-time        pic x(6).
