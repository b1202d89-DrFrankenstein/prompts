       identification division.
       program-id. RPTDIST.

      * End-of-night report distribution. The suite leaves its
      * reports as separate files and each team gets a different
      * subset, so they were being mailed out by hand every morning.
      * This job reads a distribution list mapping each report to
      * its recipients and builds one paginated package per
      * recipient (package-<recipient>-yyyymmdd-nnnn.txt):
      *
      *   - a cover page naming the recipient and the run, with
      *     every expected report that is missing, empty or stale
      *     for tonight's run flagged;
      *   - a table of contents giving each report's status and the
      *     page it starts on;
      *   - each available report from a new page, every page headed
      *     with the recipient, run date, run-id and page number.
      *
      * a report counts as tonight's when a RUN ID: stamp in its
      * first lines carries tonight's run date and run-id. One whose
      * stamp names another run is STALE - left behind by an earlier
      * night - and is flagged, not packaged. A report with no stamp
      * at all is taken as it stands.
      *
      * distribution list (distribution-list.txt), one card per
      * report per recipient: recipient in cols 1-10 (FACILITIES,
      * FINANCE, SECURITY, OPS ...), report file name in cols 11-50,
      * title for the contents in cols 51-80, and in col 81 an N for
      * a report that is only produced on some nights (month-end
      * trend and close reports, say) - it is packaged when present
      * but not flagged when absent. Every other report is expected
      * every night.
      *
      * each package gets a delivery manifest record appended to
      * distribution-manifest.txt (layout: delivery-manifest.cpy).
      * The job ends RC 4 when any expected report was flagged.

       environment division.
           input-output section.
             file-control.
               select optional distribution-list assign to
                   'distribution-list.txt'
                 organization is line sequential
                 file status is distribution-list-status.
               select report-file assign dynamic report-filename
                 organization is line sequential
                 file status is report-file-status.
               select package-file assign dynamic package-filename
                 organization is line sequential
                 file status is package-file-status.
               select optional delivery-manifest assign to
                   'distribution-manifest.txt'
                 organization is line sequential
                 file status is delivery-manifest-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.
               select optional run-control assign to
                   'run-control.txt'
                 organization is line sequential
                 file status is run-control-status.

       data division.
           file section.
           fd distribution-list.
           01 distribution-card.
             05 dc-recipient pic x(10).
             05 dc-report-file pic x(40).
             05 dc-title pic x(30).
             05 dc-expected pic x.

           fd report-file.
           01 report-line pic x(132).

           fd package-file.
           01 package-line pic x(132).

           fd delivery-manifest.
           copy "delivery-manifest.cpy".

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 distribution-list-status pic 99.
           77 report-file-status pic 99.
           77 package-file-status pic 99.
           77 delivery-manifest-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

           77 report-filename pic x(40).
           77 package-filename pic x(48).

      * the distribution list as loaded; de-report-x points at the
      * report's entry in report-table, so a report sent to four
      * recipients is checked once.
           77 dist-count pic 9(3) value 0.
           77 dist-table-max pic 9(3) value 100.
           77 dx pic 9(3).
           01 distribution-table.
             05 dist-entry occurs 100 times.
               10 de-recipient pic x(10).
               10 de-report-file pic x(40).
               10 de-title pic x(30).
               10 de-expected pic x.
               10 de-report-x pic 9(3).
               10 de-start-page pic 9(4).
               10 de-flagged pic 9.

           77 report-count pic 9(3) value 0.
           77 px pic 9(3).
           01 report-table.
             05 report-entry occurs 100 times.
               10 rp-file pic x(40).
               10 rp-status pic x(8).
               10 rp-lines pic 9(8).
               10 rp-pages pic 9(4).

           77 recipient-count pic 99 value 0.
           77 recipient-table-max pic 99 value 20.
           77 cx pic 99.
           01 recipient-table.
             05 recipient-name pic x(10) occurs 20 times.

      * tonight's run stamp as the reports print it.
           01 run-id-stamp.
             05 filler pic x(8) value 'RUN ID: '.
             05 stamp-run-id pic 9(4).
           77 run-date-text pic x(8).
           77 stamp-lines-checked pic 99 value 10.
           77 any-stamp-tally pic 9(4).
           77 our-stamp-tally pic 9(4).
           77 our-date-tally pic 9(4).
           77 stamp-seen pic 9.
           77 stamp-ours pic 9.

      * page layout: three header lines, then up to body-lines
      * lines of text.
           77 body-lines pic 99 value 55.
           77 lines-on-page pic 99.
           77 page-number pic 9(4).
           77 section-title pic x(80).
           01 body-line pic x(132).

           77 cover-pages pic 9(4).
           77 toc-pages pic 9(4).
           77 next-page pic 9(4).
           77 total-pages pic 9(4).
           77 package-entries pic 9(4).
           77 package-included pic 9(4).
           77 package-flagged pic 9(4).
           77 cover-line-count pic 9(4).
           77 toc-line-count pic 9(4).

           77 reports-checked pic 9(4) value 0.
           77 packages-built pic 9(4) value 0.
           77 flags-raised pic 9(4) value 0.
           77 count-disp pic z(3)9.
           77 page-disp pic z(3)9.

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           move run-date to run-date-text.
           move run-id to stamp-run-id.
           perform 0010-load-distribution-list.
           perform 0020-check-one-report
             varying px from 1 by 1 until px > report-count.
           perform 0040-build-one-package
             varying cx from 1 by 1 until cx > recipient-count.

           display 'Packages built: ' packages-built
             '  reports flagged: ' flags-raised.
           if flags-raised greater than 0 then
             move 'WARN' to job-final-status
             move 4 to return-code
           end-if.
           perform 0060-write-audit-log.
           goback.

       0005-read-run-control.
      * pick up the run date and suite run-id the scheduler assigned
      * this night; with no run-control file (a hand-started run),
      * fall back to the current date and run-id zero.
           move current-date-time(1:8) to run-date.
           move 0 to run-id.
           open input run-control.
           if run-control-status equal to 0 then
             read run-control
               not at end
                 move rc-run-date to run-date
                 move rc-run-id to run-id
             end-read
             close run-control
           end-if.

      ****************************************************************
      * distribution list
      ****************************************************************
       0010-load-distribution-list.
           open input distribution-list.
           if distribution-list-status not equal to 0 then
             display 'No distribution-list.txt - nothing to'
               ' distribute'
             close distribution-list
             perform 0090-abort-distribution
           end-if.
           perform 0012-load-one-card
             until distribution-list-status equal to 10.                (end of file)
           close distribution-list.
           if dist-count equal to 0 then
             display 'distribution-list.txt has no cards'
             perform 0090-abort-distribution
           end-if.

       0012-load-one-card.
           read distribution-list
             at end exit paragraph.
           if dc-recipient equal to spaces
               or dc-report-file equal to spaces then
             if distribution-card not equal to spaces
               display 'Ignoring incomplete distribution card "'
                 distribution-card '"'
             end-if
             exit paragraph
           end-if.
           if dist-count not less than dist-table-max then
             display 'Distribution list exceeds ' dist-table-max
               ' cards - raise dist-table-max'
             perform 0090-abort-distribution
           end-if.
           add 1 to dist-count.
           move dc-recipient to de-recipient(dist-count).
           move dc-report-file to de-report-file(dist-count).
           move dc-title to de-title(dist-count).
           if dc-title equal to spaces then
             move dc-report-file to de-title(dist-count)
           end-if.
           move dc-expected to de-expected(dist-count).
           move 0 to de-start-page(dist-count).
           move 0 to de-flagged(dist-count).

           perform varying px from 1 by 1
             until px > report-count
               or rp-file(px) equal to dc-report-file
               continue
           end-perform.
           if px greater than report-count then
             add 1 to report-count
             move dc-report-file to rp-file(report-count)
             move report-count to px
           end-if.
           move px to de-report-x(dist-count).

           perform varying cx from 1 by 1
             until cx > recipient-count
               or recipient-name(cx) equal to dc-recipient
               continue
           end-perform.
           if cx greater than recipient-count then
             if recipient-count not less than recipient-table-max
               display 'Distribution list names more than '
                 recipient-table-max ' recipients - raise'
                 ' recipient-table-max'
               perform 0090-abort-distribution
             end-if
             add 1 to recipient-count
             move dc-recipient to recipient-name(recipient-count)
           end-if.

      ****************************************************************
      * check each report once: missing, empty, stale or included
      ****************************************************************
       0020-check-one-report.
           add 1 to reports-checked.
           move rp-file(px) to report-filename.
           move 0 to rp-lines(px).
           move 0 to rp-pages(px).
           move 0 to stamp-seen.
           move 0 to stamp-ours.
           open input report-file.
           if report-file-status not equal to 0 then
             move 'MISSING' to rp-status(px)
             close report-file
             exit paragraph
           end-if.
           perform until report-file-status not equal to 0
             read report-file
               at end exit perform
             end-read
             add 1 to rp-lines(px)
             if rp-lines(px) not greater than stamp-lines-checked
               perform 0022-check-run-stamp
             end-if
           end-perform.
           close report-file.
           evaluate true
             when rp-lines(px) equal to 0
               move 'EMPTY' to rp-status(px)
             when stamp-seen equal to 1 and stamp-ours equal to 0
               move 'STALE' to rp-status(px)
             when other
               move 'INCLUDED' to rp-status(px)
               compute rp-pages(px) =
                 (rp-lines(px) + body-lines - 1) / body-lines
           end-evaluate.

       0022-check-run-stamp.
           move 0 to any-stamp-tally.
           inspect report-line tallying any-stamp-tally
             for all 'RUN ID: '.
           if any-stamp-tally equal to 0 then
             exit paragraph
           end-if.
           move 1 to stamp-seen.
           move 0 to our-stamp-tally.
           move 0 to our-date-tally.
           inspect report-line tallying our-stamp-tally
             for all run-id-stamp.
           inspect report-line tallying our-date-tally
             for all run-date-text.
           if our-stamp-tally greater than 0
               and our-date-tally greater than 0 then
             move 1 to stamp-ours
           end-if.

      ****************************************************************
      * one recipient's package
      ****************************************************************
       0040-build-one-package.
           perform 0042-plan-package.
           move spaces to package-filename.
           string 'package-' recipient-name(cx) delimited by space
             '-' run-date '-' run-id '.txt' delimited by size
             into package-filename.
           open output package-file.
           if package-file-status not equal to 0 then
             display 'Cannot create ' package-filename
               ', package-file-status=' package-file-status
             perform 0090-abort-distribution
           end-if.
           move 0 to page-number.
           perform 0044-write-cover-page.
           perform 0046-write-contents.
           perform varying dx from 1 by 1 until dx > dist-count
             if de-recipient(dx) equal to recipient-name(cx)
                 and de-start-page(dx) greater than 0
               perform 0048-write-one-report
             end-if
           end-perform.
           close package-file.
           if page-number not equal to total-pages then
             display 'Package ' package-filename ' ran to '
               page-number ' pages, contents planned '
               total-pages
           end-if.
           add 1 to packages-built.
           perform 0050-write-manifest-record.

       0042-plan-package.
      * page numbers must be known before the contents page is
      * written, so the package is laid out first: the cover and
      * contents page counts follow from their line counts, then
      * each included report takes whole pages from there.
           move 0 to package-entries.
           move 0 to package-included.
           move 0 to package-flagged.
           perform varying dx from 1 by 1 until dx > dist-count
             if de-recipient(dx) equal to recipient-name(cx)
               add 1 to package-entries
               move de-report-x(dx) to px
               move 0 to de-start-page(dx)
               move 0 to de-flagged(dx)
               if rp-status(px) equal to 'INCLUDED'
                 add 1 to package-included
               else
                 if de-expected(dx) not equal to 'N'
                   move 1 to de-flagged(dx)
                   add 1 to package-flagged
                 end-if
               end-if
             end-if
           end-perform.
           add package-flagged to flags-raised.

           compute cover-line-count = 9 + package-flagged.
           compute cover-pages =
             (cover-line-count + body-lines - 1) / body-lines.
           compute toc-line-count = 2 + package-entries.
           compute toc-pages =
             (toc-line-count + body-lines - 1) / body-lines.
           compute next-page = cover-pages + toc-pages + 1.
           perform varying dx from 1 by 1 until dx > dist-count
             if de-recipient(dx) equal to recipient-name(cx)
               move de-report-x(dx) to px
               if rp-status(px) equal to 'INCLUDED'
                 move next-page to de-start-page(dx)
                 add rp-pages(px) to next-page
               end-if
             end-if
           end-perform.
           compute total-pages = next-page - 1.

       0044-write-cover-page.
           move 'COVER PAGE' to section-title.
           perform 0072-new-page.
           move spaces to body-line.
           string 'NIGHTLY REPORT PACKAGE'
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           string 'RECIPIENT:  ' recipient-name(cx)
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           string 'RUN DATE:   ' run-date '    RUN ID: ' run-id
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           string 'PREPARED:   ' current-date-time(1:8) ' '
             current-date-time(9:6)
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           move package-included to count-disp.
           move total-pages to page-disp.
           string 'REPORTS IN PACKAGE: ' count-disp
             '    PAGES: ' page-disp
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           move package-flagged to count-disp.
           string 'REPORTS FLAGGED:    ' count-disp
             delimited by size into body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           perform 0070-write-body-line.
           move spaces to body-line.
           if package-flagged equal to 0 then
             string 'ALL EXPECTED REPORTS ARE PRESENT FOR THIS RUN'
               delimited by size into body-line
             perform 0070-write-body-line
             exit paragraph
           end-if.
           string '*** EXPECTED FOR THIS RUN BUT NOT AVAILABLE ***'
             delimited by size into body-line.
           perform 0070-write-body-line.
           perform varying dx from 1 by 1 until dx > dist-count
             if de-recipient(dx) equal to recipient-name(cx)
                 and de-flagged(dx) equal to 1
               move de-report-x(dx) to px
               move spaces to body-line
               move '***' to body-line(1:3)
               move rp-status(px) to body-line(5:8)
               move de-title(dx) to body-line(15:30)
               move de-report-file(dx) to body-line(47:40)
               perform 0070-write-body-line
             end-if
           end-perform.

       0046-write-contents.
           move 'TABLE OF CONTENTS' to section-title.
           perform 0072-new-page.
           move spaces to body-line.
           move 'REPORT' to body-line(1:30).
           move 'FILE' to body-line(33:40).
           move 'STATUS' to body-line(75:8).
           move 'PAGE' to body-line(85:4).
           perform 0070-write-body-line.
           move spaces to body-line.
           perform 0070-write-body-line.
           perform varying dx from 1 by 1 until dx > dist-count
             if de-recipient(dx) equal to recipient-name(cx)
               move de-report-x(dx) to px
               move spaces to body-line
               move de-title(dx) to body-line(1:30)
               move de-report-file(dx) to body-line(33:40)
               if rp-status(px) not equal to 'INCLUDED'
                   and de-flagged(dx) equal to 0
                 move 'NOT RUN' to body-line(75:8)
               else
                 move rp-status(px) to body-line(75:8)
               end-if
               if de-start-page(dx) greater than 0
                 move de-start-page(dx) to page-disp
                 move page-disp to body-line(85:4)
               end-if
               if de-flagged(dx) equal to 1
                 move '***' to body-line(90:3)
               end-if
               perform 0070-write-body-line
             end-if
           end-perform.

       0048-write-one-report.
           move de-report-x(dx) to px.
           move spaces to section-title.
           string de-title(dx) delimited by size
             ' (' delimited by size
             de-report-file(dx) delimited by space
             ')' delimited by size
             into section-title.
           perform 0072-new-page.
           move de-report-file(dx) to report-filename.
           open input report-file.
           perform until report-file-status not equal to 0
             read report-file
               at end exit perform
             end-read
             move report-line to body-line
             perform 0070-write-body-line
           end-perform.
           close report-file.

      ****************************************************************
      * page handling
      ****************************************************************
       0070-write-body-line.
           if lines-on-page not less than body-lines then
             perform 0072-new-page
           end-if.
           move body-line to package-line.
           write package-line after advancing 1 line.
           add 1 to lines-on-page.

       0072-new-page.
           add 1 to page-number.
           move spaces to package-line.
           move page-number to page-disp.
           string 'REPORT PACKAGE: ' recipient-name(cx)
             '  RUN DATE: ' run-date '  RUN ID: ' run-id
             '  PAGE ' page-disp
             delimited by size into package-line.
           write package-line after advancing page.
           move section-title to package-line.
           write package-line after advancing 1 line.
           move spaces to package-line.
           write package-line after advancing 1 line.
           move 0 to lines-on-page.

      ****************************************************************
      * manifest and audit
      ****************************************************************
       0050-write-manifest-record.
           initialize delivery-manifest-record.
           move run-date to dm-run-date.
           move run-id to dm-run-id.
           move recipient-name(cx) to dm-recipient.
           move package-filename to dm-package-file.
           move package-included to dm-reports-included.
           move package-flagged to dm-reports-flagged.
           move page-number to dm-total-pages.
           move current-date-time(1:8) to dm-built-date.
           move current-date-time(9:6) to dm-built-time.
           open extend delivery-manifest.
           write delivery-manifest-record.
           close delivery-manifest.
           display 'Package ' package-filename ': '
             package-included ' reports, ' package-flagged
             ' flagged, ' page-number ' pages'.

       0090-abort-distribution.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave, so a morning with no packages shows in the trail.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'RPTDIST' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           move reports-checked to al-records-read.
           move packages-built to al-records-written.
           move flags-raised to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
