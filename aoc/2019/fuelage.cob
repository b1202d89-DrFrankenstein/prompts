      * open ones by age. A mass rejected three weeks ago and never
      * corrected is fuel we are quietly not budgeting for - it
      * shows up here until somebody keys the card.
      *
      * a cleared reject is reported once; after that it stays on
      * the carry file as CLOSED, unreported, for closed-keep-days
      * from its clearing date so the source scorecard can work out
      * how long each sending team took to get its rejects
      * corrected. Each reject carries the source system FUELCALC
      * stamped on it.
      *
      * DUPLICATE rejects are the details of a resent manifest set
      * FUELCALC refused because the same set is already on its
      * registry. Their fuel was counted from the original, so no
      * correction is owed; they are counted on the report and not
      * carried.

       environment division.
           input-output section.
       data division.
           file section.
           fd reject-aging-file.
      * the carry file: one record per reject still open, the
      * cleared ones from the current pass (CLEARED, reported once),
      * and the ones cleared on earlier passes (CLOSED) until they
      * age off.
           01 reject-aging-record.
             05 ra-run-date pic 9(8).
             05 ra-run-id pic 9(4).
             05 ra-reason pic x(16).
             05 ra-status pic x(8).
             05 ra-cleared-date pic 9(8).
             05 ra-source-system pic x(8).

           fd fuel-rejects.
           01 fuel-reject-record.
             05 fj-module-id pic x(10).
             05 fj-mass pic x(6).
             05 fj-reason pic x(16).
             05 fj-source-system pic x(8).

           fd correction-file.
           01 correction-record.
           77 job-final-status pic x(8) value 'OK'.

           77 reject-count pic 9(5) value 0.
           77 reject-table-max pic 9(5) value 20000.
           77 closed-kept pic 9(8) value 0.
           77 closed-aged-off pic 9(8) value 0.
           77 closed-keep-days pic 9(4) value 400.
           77 rx pic 9(5).
           77 carried-in pic 9(8) value 0.
           77 new-tonight pic 9(8) value 0.
           77 corrections-read pic 9(8) value 0.
           77 bad-correction-cards pic 9(8) value 0.
           77 duplicate-skips pic 9(8) value 0.
           77 duplicate-manifest-rejects pic 9(8) value 0.
           77 already-seen pic 9.
           77 card-mass-valid pic 9.
           77 corrected-mass-value pic s9(6).
      * every reject on the books, carried plus tonight's, with its
      * age worked out against the current run date.
           01 reject-table.
             05 reject-entry occurs 20000 times.
               10 rj-run-date pic 9(8).
               10 rj-run-id pic 9(4).
               10 rj-module-id pic x(10).
               10 rj-reason pic x(16).
               10 rj-status pic x(8).
               10 rj-cleared-date pic 9(8).
               10 rj-source-system pic x(8).

       procedure division.
       0000-main.
             exit paragraph
           end-if.
      * cleared rejects had their one report appearance last pass;
      * from here on they ride along as CLOSED, unreported, until
      * they age off.
           if ra-status not equal to 'OPEN' then
             if ra-cleared-date is not numeric
                 or ra-cleared-date equal to 0
                 or run-day-integer -
                   function integer-of-date(ra-cleared-date)
                   greater than closed-keep-days
               add 1 to closed-aged-off
               exit paragraph
             end-if
             perform 0080-check-table-room
             add 1 to reject-count
             add 1 to closed-kept
             move ra-run-date to rj-run-date(reject-count)
             move ra-run-id to rj-run-id(reject-count)
             move ra-module-id to rj-module-id(reject-count)
             move ra-mass to rj-mass(reject-count)
             move ra-reason to rj-reason(reject-count)
             move 'CLOSED' to rj-status(reject-count)
             move ra-cleared-date to rj-cleared-date(reject-count)
             move ra-source-system to rj-source-system(reject-count)
             exit paragraph
           end-if.
           perform 0080-check-table-room.
           move ra-reason to rj-reason(reject-count).
           move 'OPEN' to rj-status(reject-count).
           move 0 to rj-cleared-date(reject-count).
           move ra-source-system to rj-source-system(reject-count).

       0020-fold-in-new-rejects.
           open input fuel-rejects.
           if fj-module-id equal to spaces then
             exit paragraph
           end-if.
           if fj-reason equal to 'DUPLICATE' then
             add 1 to duplicate-manifest-rejects
             exit paragraph
           end-if.
      * a rerun of this step in the same night must not double the
      * books: a reject already on them is the same reject.
           move 0 to already-seen.
           move fj-reason to rj-reason(reject-count).
           move 'OPEN' to rj-status(reject-count).
           move 0 to rj-cleared-date(reject-count).
           move fj-source-system to rj-source-system(reject-count).

       0030-apply-corrections.
           open input correction-file.
             '  BAD CARDS: ' bad-correction-cards
             delimited by size into aging-report-line.
           write aging-report-line.
           if closed-kept greater than 0 then
             move closed-kept to count-disp
             move spaces to aging-report-line
             string 'CLOSED REJECTS KEPT FOR SCORING: ' count-disp
               delimited by size into aging-report-line
             write aging-report-line
           end-if.
           if duplicate-manifest-rejects greater than 0 then
             move duplicate-manifest-rejects to count-disp
             move spaces to aging-report-line
             string 'DUPLICATE MANIFEST RECORDS NOT CARRIED: '
               count-disp
               delimited by size into aging-report-line
             write aging-report-line
           end-if.

       0042-report-open-reject.
           add 1 to open-rejects.

       0050-rewrite-carry-file.
      * cleared rejects are written once more with their status and
      * clearing date - next pass turns them CLOSED - and the open
      * and closed ones carry forward unchanged.
           open output reject-aging-file.
           perform varying rx from 1 by 1 until rx > reject-count
             move rj-run-date(rx) to ra-run-date
             move rj-reason(rx) to ra-reason
             move rj-status(rx) to ra-status
             move rj-cleared-date(rx) to ra-cleared-date
             move rj-source-system(rx) to ra-source-system
             write reject-aging-record
           end-perform.
           close reject-aging-file.
