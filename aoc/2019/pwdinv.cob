      * status a future job invents - it shows up by name in the
      * count line rather than hiding in a known state.
           01 status-count-table.
             05 status-counter occurs 7 times.
               10 sc-status pic x(12).
               10 sc-count pic 9(8).
           77 unknown-status-seen pic x(12) value spaces.
           move 'SWEPT' to sc-status(1).
           move 'SCREENED-OUT' to sc-status(2).
           move 'ISSUABLE' to sc-status(3).
           move 'RESERVED' to sc-status(4).
           move 'ISSUED' to sc-status(5).
           move 'RETIRED' to sc-status(6).
           move 'OTHER' to sc-status(7).
           perform varying stat-x from 1 by 1 until stat-x > 7
             move 0 to sc-count(stat-x)
           end-perform.

           end-read.
           add 1 to records-read.
           move 0 to stat-x.
           perform varying stat-x from 1 by 1 until stat-x > 6
             or sc-status(stat-x) equal to ci-status
               continue
           end-perform.
           if stat-x greater than 6 then
             move 7 to stat-x
             move ci-status to unknown-status-seen
           end-if.
           add 1 to sc-count(stat-x).
           string 'STATUS          CANDIDATES'
             delimited by size into inventory-report-line.
           write inventory-report-line.
           perform varying stat-x from 1 by 1 until stat-x > 7
             if stat-x less than 7 or sc-count(7) greater than 0
               move sc-count(stat-x) to count-disp
               move spaces to inventory-report-line
               string sc-status(stat-x) '    ' count-disp
               add 1 to report-lines-written
             end-if
           end-perform.
           if sc-count(7) greater than 0 then
             move spaces to inventory-report-line
             string 'UNRECOGNIZED STATUS SEEN: ' unknown-status-seen
               delimited by size into inventory-report-line
           move current-date-time(9:6) to al-end-time.
           move records-read to al-records-read.
           move report-lines-written to al-records-written.
           move sc-count(7) to al-reject-count.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
