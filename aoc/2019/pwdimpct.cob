       identification division.
       program-id. PWDIMPCT.

      * Password policy change impact analysis. Security proposes a
      * policy change as a new rules section on the sweep's
      * parameter card (aoc4-params.txt cols 22-27: the three rule
      * switches, repeat-min/max and seq-min), and until now the
      * only way to see what it does was to sweep the whole range
      * under the new card and compare counts by hand. This job
      * takes the proposed card (aoc4-proposed-params.txt, same
      * layout - the sweep's own card with the new rules punched
      * in) and replays the sweep's check-increasing,
      * check-repeating and check-sequential rules against:
      *   - the ISSUABLE candidates on the shelf (candidate
      *     inventory), counting those the new policy would ban;
      *     RESERVED ones are counted alongside, since they are
      *     about to be issued;
      *   - every password in password-history.txt, listing those
      *     that fail the new policy and would need forced rotation;
      *   - each digit length 1-8, giving the good count under the
      *     current and the proposed rules. With check-increasing
      *     on only the non-decreasing numbers can pass, and they
      *     are few enough to count exactly; with it off, lengths of
      *     five digits or fewer are counted exactly and longer ones
      *     are estimated from an even sample of 100000 numbers.
      * the current rules come from aoc4-params.txt, defaulting as
      * the sweep does when there is no card, and so does the digit
      * length used for shelf and history values (default 6).
      * Results go to policy-impact-report.txt; nothing is updated.

       environment division.
           input-output section.
             file-control.
               select optional current-card-file assign to
                   'aoc4-params.txt'
                 organization is line sequential
                 file status is current-card-status.
               select optional proposed-card-file assign to
                   'aoc4-proposed-params.txt'
                 organization is line sequential
                 file status is proposed-card-status.
               select optional candidate-inventory assign to
                   'candidate-inventory.dat'
                 organization is indexed
                 access is dynamic
                 record key is ci-candidate
                 file status is inventory-status.
               select optional history-file assign to
                   'password-history.txt'
                 organization is line sequential
                 file status is history-status.
               select impact-report assign to
                   'policy-impact-report.txt'
                 organization is line sequential
                 file status is impact-report-status.
               select optional audit-log assign to 'audit-log.txt'
                 organization is line sequential
                 file status is audit-log-status.
               select optional run-control assign to
                   'run-control.txt'
                 organization is line sequential
                 file status is run-control-status.

       data division.
           file section.
           fd current-card-file.
           01 current-card-record pic x(80).

           fd proposed-card-file.
           01 proposed-card-record pic x(80).

           fd candidate-inventory.
           copy "candidate-inventory.cpy".

           fd history-file.
           01 history-line pic x(40).
           copy "password-history.cpy".

           fd impact-report.
           01 impact-report-line pic x(80).

           fd audit-log.
           copy "audit-log.cpy".

           fd run-control.
           copy "run-control.cpy".

           working-storage section.
           77 current-card-status pic 99.
           77 proposed-card-status pic 99.
           77 inventory-status pic 99.
           77 history-status pic 99.
           77 impact-report-status pic 99.
           77 audit-log-status pic 99.
           77 run-control-status pic 99.
           77 current-date-time pic x(21).
           77 job-start-time pic x(8).
           77 run-date pic 9(8).
           77 run-id pic 9(4).
           77 job-final-status pic x(8) value 'OK'.

      * a rules card as the sweep reads it (see aoc4.cob); only the
      * digit length and the rules section matter here.
           01 rules-card.
             05 card-lower-bound     pic x(8).
             05 card-upper-bound     pic x(8).
             05 card-digit-length    pic x.
             05 card-chunk-id        pic x(4).
             05 card-rule-increasing pic x.
             05 card-rule-repeating  pic x.
             05 card-rule-sequential pic x.
             05 card-repeat-min      pic x.
             05 card-repeat-max      pic x.
             05 card-seq-min         pic x.
             05 filler               pic x(53).

      * policy 1 is the one in force, policy 2 the proposal.
           01 policy-table.
             05 policy-entry occurs 2 times.
               10 pol-rule-increasing pic 9.
               10 pol-rule-repeating  pic 9.
               10 pol-rule-sequential pic 9.
               10 pol-repeat-min      pic 9.
               10 pol-repeat-max      pic 9.
               10 pol-seq-min         pic 9.
           77 px pic 9.
           77 policy-digit-length pic 9 value 6.

           01 the-number    pic 9(8).
           01 number-string redefines the-number.
              05 digits pic 9 occurs 8 times.
           77 digit-length  pic 9.
           77 digit-start   pic 9.
           77 compare-start pic 9.
           77 idx           pic 99.
           77 digit         pic 9.
           77 run-length    pic 99.
           77 number-status pic 9.
              88 good value 1.
              88 bad  value 0.

           77 length-max    pic 9(8).
           77 sample-stride pic 9(8).
           77 sample-k      pic 9(8).
           77 sample-size   pic 9(8) value 100000.
           77 length-done   pic 9.
           01 length-count-table.
             05 length-entry occurs 8 times.
               10 len-good pic 9(8) occurs 2 times.
               10 len-method pic x(8).
           77 lx pic 9.
           77 count-change pic s9(8).

           77 shelf-checked pic 9(8) value 0.
           77 shelf-failing pic 9(8) value 0.
           77 reserved-checked pic 9(8) value 0.
           77 reserved-failing pic 9(8) value 0.
           77 history-checked pic 9(8) value 0.
           77 history-failing pic 9(8) value 0.
           77 history-value pic 9(8).
           77 value-disp pic z(7)9.
           77 count-disp pic z(7)9.
           77 good-disp pic z(7)9.
           77 change-disp pic -(8)9.
           77 switch-disp pic x(3).

       procedure division.
       0000-main.
           move function current-date to current-date-time.
           move current-date-time(9:6) to job-start-time.

           perform 0005-read-run-control.
           perform 0008-read-rules-cards.

           open output impact-report.
           perform 0040-write-report-header.

           perform 0020-check-shelf.
           perform 0030-check-history.
           perform 0050-count-by-length.

           close impact-report.
           display 'Shelf candidates failing proposal: ' shelf-failing
             '  history passwords to rotate: ' history-failing.
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

       0008-read-rules-cards.
           move spaces to rules-card.
           open input current-card-file.
           if current-card-status equal to 0 then
             read current-card-file
               not at end
                 move current-card-record to rules-card
             end-read
             close current-card-file
           end-if.
           move 1 to px.
           perform 0010-apply-rules-card.
           if card-digit-length is numeric
               and card-digit-length not equal to '0' then
             move card-digit-length to policy-digit-length
           end-if.

           move spaces to rules-card.
           open input proposed-card-file.
           if proposed-card-status not equal to 0 then
             display 'No aoc4-proposed-params.txt - no proposed'
               ' policy to analyze'
             close proposed-card-file
             perform 0090-abort-impact
           end-if.
           read proposed-card-file
             at end
               display 'aoc4-proposed-params.txt is empty - no'
                 ' proposed policy to analyze'
               close proposed-card-file
               perform 0090-abort-impact
             not at end
               move proposed-card-record to rules-card
           end-read.
           close proposed-card-file.
           move 2 to px.
           perform 0010-apply-rules-card.

       0010-apply-rules-card.
      * the sweep's own reading of the rules section: 'N' switches
      * a rule off, blanks and anything else leave it on, and the
      * sizes only replace the defaults when they are plausible.
           move 1 to pol-rule-increasing(px).
           move 1 to pol-rule-repeating(px).
           move 1 to pol-rule-sequential(px).
           move 2 to pol-repeat-min(px).
           move 2 to pol-repeat-max(px).
           move 3 to pol-seq-min(px).
           if card-rule-increasing equal to 'N' then
             move 0 to pol-rule-increasing(px)
           end-if.
           if card-rule-repeating equal to 'N' then
             move 0 to pol-rule-repeating(px)
           end-if.
           if card-rule-sequential equal to 'N' then
             move 0 to pol-rule-sequential(px)
           end-if.
           if card-repeat-min is numeric
               and card-repeat-min not equal to '0' then
             move function numval(card-repeat-min)
               to pol-repeat-min(px)
           end-if.
           if card-repeat-max is numeric
               and card-repeat-max not equal to '0' then
             move function numval(card-repeat-max)
               to pol-repeat-max(px)
           end-if.
           if pol-repeat-max(px) less than pol-repeat-min(px) then
             move pol-repeat-min(px) to pol-repeat-max(px)
           end-if.
           if card-seq-min is numeric
               and function numval(card-seq-min) greater than 1 then
             move function numval(card-seq-min) to pol-seq-min(px)
           end-if.

       0020-check-shelf.
           move spaces to impact-report-line.
           write impact-report-line.
           open input candidate-inventory.
           if inventory-status not equal to 0 then
             display 'No candidate inventory - shelf not checked'
             close candidate-inventory
             move spaces to impact-report-line
             string 'SHELF NOT CHECKED - NO CANDIDATE INVENTORY'
               delimited by size into impact-report-line
             write impact-report-line
             move 'WARN' to job-final-status
             move 4 to return-code
             exit paragraph
           end-if.
           move spaces to impact-report-line.
           string 'SHELF CANDIDATES FAILING THE PROPOSED POLICY'
             delimited by size into impact-report-line.
           write impact-report-line.
           move 0 to ci-candidate.
           start candidate-inventory
               key not less than ci-candidate
             invalid key
               continue
           end-start.
           perform 0022-check-one-candidate
             until inventory-status not equal to 0.
           close candidate-inventory.
           move spaces to impact-report-line.
           move shelf-checked to count-disp.
           move shelf-failing to good-disp.
           string 'ISSUABLE:  ' good-disp ' OF ' count-disp
             ' WOULD BECOME NON-COMPLIANT'
             delimited by size into impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           move reserved-checked to count-disp.
           move reserved-failing to good-disp.
           string 'RESERVED:  ' good-disp ' OF ' count-disp
             ' WOULD BECOME NON-COMPLIANT'
             delimited by size into impact-report-line.
           write impact-report-line.

       0022-check-one-candidate.
           read candidate-inventory next
             at end exit paragraph
           end-read.
           if ci-status not equal to 'ISSUABLE'
               and ci-status not equal to 'RESERVED' then
             exit paragraph
           end-if.
           move ci-candidate to the-number.
           perform 0024-set-value-length.
           move 2 to px.
           perform 0070-check-number.
           if ci-status equal to 'ISSUABLE' then
             add 1 to shelf-checked
           else
             add 1 to reserved-checked
           end-if.
           if good then
             exit paragraph
           end-if.
           if ci-status equal to 'ISSUABLE' then
             add 1 to shelf-failing
           else
             add 1 to reserved-failing
           end-if.
           move ci-candidate to value-disp.
           move spaces to impact-report-line.
           string '  ' value-disp '  ' ci-status
             delimited by size into impact-report-line.
           write impact-report-line.

       0024-set-value-length.
      * the policy's digit length, or more if the value itself is
      * longer (a candidate swept under a longer policy).
           move policy-digit-length to digit-length.
           perform varying idx from 1 by 1
             until idx > 8 or digits(idx) not equal to 0
               continue
           end-perform.
           if idx not greater than 8
               and 9 - idx greater than digit-length then
             compute digit-length = 9 - idx
           end-if.

       0030-check-history.
           move spaces to impact-report-line.
           write impact-report-line.
           open input history-file.
           if history-status not equal to 0 then
             display 'No password-history.txt - history not checked'
             close history-file
             move spaces to impact-report-line
             string 'HISTORY NOT CHECKED - NO PASSWORD HISTORY'
               delimited by size into impact-report-line
             write impact-report-line
             move 'WARN' to job-final-status
             move 4 to return-code
             exit paragraph
           end-if.
           move spaces to impact-report-line.
           string 'ISSUED PASSWORDS FAILING THE PROPOSED POLICY -'
             ' FORCED ROTATION'
             delimited by size into impact-report-line.
           write impact-report-line.
           perform 0032-check-one-password
             until history-status not equal to 0.
           close history-file.
           move spaces to impact-report-line.
           move history-checked to count-disp.
           move history-failing to good-disp.
           string 'ISSUED:    ' good-disp ' OF ' count-disp
             ' NEED FORCED ROTATION'
             delimited by size into impact-report-line.
           write impact-report-line.

       0032-check-one-password.
           read history-file
             at end exit paragraph.
           if history-line equal to spaces then
             exit paragraph
           end-if.
           add 1 to history-checked.
           move function numval(ph-value) to history-value.
           move history-value to the-number.
           perform 0024-set-value-length.
           move 2 to px.
           perform 0070-check-number.
           if good then
             exit paragraph
           end-if.
           add 1 to history-failing.
           move history-value to value-disp.
           move spaces to impact-report-line.
           string '  ' value-disp '  ISSUED ' ph-issue-date
             delimited by size into impact-report-line.
           write impact-report-line.

       0050-count-by-length.
           perform varying lx from 1 by 1 until lx > 8
             move lx to digit-length
             compute length-max = 10 ** digit-length - 1
             perform varying px from 1 by 1 until px > 2
               perform 0052-count-one-length
             end-perform
             if pol-rule-increasing(1) equal to 1
                 and pol-rule-increasing(2) equal to 1
                 or digit-length not greater than 5
               move 'EXACT' to len-method(lx)
             else
               move 'ESTIMATE' to len-method(lx)
             end-if
           end-perform.
           perform 0058-report-lengths.

       0052-count-one-length.
           move 0 to len-good(lx, px).
           evaluate true
             when pol-rule-increasing(px) equal to 1
               perform 0054-count-non-decreasing
             when digit-length not greater than 5
               perform 0055-count-every-number
             when other
               perform 0056-count-sample
           end-evaluate.

       0054-count-non-decreasing.
      * only non-decreasing numbers can pass, and the sweep's own
      * fixup steps from one to the next; at most 24310 of them for
      * eight digits.
           move 0 to the-number.
           move 0 to length-done.
           compute digit-start = 9 - digit-length.
           compute compare-start = digit-start + 1.
           perform until length-done equal to 1
             perform 0072-fixup-increasing
             perform 0070-check-number
             if good
               add 1 to len-good(lx, px)
             end-if
             if the-number not less than length-max
               move 1 to length-done
             else
               add 1 to the-number
             end-if
           end-perform.

       0055-count-every-number.
           move 0 to the-number.
           move 0 to length-done.
           perform until length-done equal to 1
             perform 0070-check-number
             if good
               add 1 to len-good(lx, px)
             end-if
             if the-number not less than length-max
               move 1 to length-done
             else
               add 1 to the-number
             end-if
           end-perform.

       0056-count-sample.
      * one number from each block of sample-stride, at an offset
      * that wanders through the block so the sample does not sit
      * on round numbers; the good ones scale back up by the stride.
           compute sample-stride = (length-max + 1) / sample-size.
           perform varying sample-k from 0 by 1
             until sample-k not less than sample-size
               compute the-number = sample-k * sample-stride
                 + function mod(sample-k * 7919, sample-stride)
               perform 0070-check-number
               if good
                 add sample-stride to len-good(lx, px)
               end-if
           end-perform.

       0058-report-lengths.
           move spaces to impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           string 'GOOD COUNT BY DIGIT LENGTH'
             delimited by size into impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           string 'LENGTH    CURRENT   PROPOSED    CHANGE  METHOD'
             delimited by size into impact-report-line.
           write impact-report-line.
           perform varying lx from 1 by 1 until lx > 8
             move len-good(lx, 1) to good-disp
             move spaces to impact-report-line
             move lx to impact-report-line(6:1)
             move good-disp to impact-report-line(11:8)
             move len-good(lx, 2) to good-disp
             move good-disp to impact-report-line(22:8)
             compute count-change = len-good(lx, 2) - len-good(lx, 1)
             move count-change to change-disp
             move change-disp to impact-report-line(31:9)
             move len-method(lx) to impact-report-line(42:8)
             write impact-report-line
           end-perform.

       0070-check-number.
      * the sweep's three rules under policy px, for the rightmost
      * digit-length digits of the-number. check-increasing here
      * only judges - the sweep's fixup is a range skip, not a
      * verdict.
           compute digit-start = 9 - digit-length.
           compute compare-start = digit-start + 1.
           move 1 to number-status.
           if pol-rule-increasing(px) equal to 1 then
             perform varying idx from compare-start by 1
               until idx > 8
                 if digits(idx) < digits(idx - 1) then
                   move 0 to number-status
                 end-if
             end-perform
           end-if.
           if bad then
             exit paragraph
           end-if.
           if pol-rule-repeating(px) equal to 1 then
             perform 0074-check-repeating
           end-if.
           if bad then
             exit paragraph
           end-if.
           if pol-rule-sequential(px) equal to 1 then
             perform 0076-check-sequential
           end-if.

       0072-fixup-increasing.
      * the sweep's fixup: from the first decreasing digit on, copy
      * the digit before it, e.g. 123210 -> 123333.
           perform varying idx from compare-start by 1
             until idx > 8 or digits(idx) < digits(idx - 1)
               continue
           end-perform.
           if idx not greater than 8 then
             move digits(idx - 1) to digit
             perform until idx > 8
               move digit to digits(idx)
               add 1 to idx
             end-perform
           end-if.

       0074-check-repeating.
           move 0 to number-status.
           move digit-start to idx.
           perform until idx > 8
             move digits(idx) to digit
             move 0 to run-length
             perform until idx > 8 or digits(idx) not = digit
               add 1 to run-length
               add 1 to idx
             end-perform
             if run-length not less than pol-repeat-min(px)
                 and run-length not greater than pol-repeat-max(px)
               move 1 to number-status
               exit paragraph
             end-if
           end-perform.

       0076-check-sequential.
           move 1 to run-length.
           perform varying idx from compare-start by 1 until idx > 8
             if digits(idx) = digits(idx - 1) + 1
               add 1 to run-length
               if run-length not less than pol-seq-min(px)
                 move 0 to number-status
                 exit paragraph
               end-if
             else
               move 1 to run-length
             end-if
           end-perform.

       0040-write-report-header.
           move spaces to impact-report-line.
           string 'PASSWORD POLICY IMPACT ANALYSIS - RUN DATE: '
             run-date '  RUN ID: ' run-id
             delimited by size into impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           string 'RULE                    CURRENT  PROPOSED'
             delimited by size into impact-report-line.
           write impact-report-line.
           move spaces to impact-report-line.
           move 'CHECK-INCREASING' to impact-report-line(1:20).
           move pol-rule-increasing(1) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(25:3).
           move pol-rule-increasing(2) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(34:3).
           write impact-report-line.
           move spaces to impact-report-line.
           move 'CHECK-REPEATING' to impact-report-line(1:20).
           move pol-rule-repeating(1) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(25:3).
           move pol-rule-repeating(2) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(34:3).
           write impact-report-line.
           move spaces to impact-report-line.
           move 'REPEAT GROUP MIN-MAX' to impact-report-line(1:20).
           move pol-repeat-min(1) to impact-report-line(25:1).
           move '-' to impact-report-line(26:1).
           move pol-repeat-max(1) to impact-report-line(27:1).
           move pol-repeat-min(2) to impact-report-line(34:1).
           move '-' to impact-report-line(35:1).
           move pol-repeat-max(2) to impact-report-line(36:1).
           write impact-report-line.
           move spaces to impact-report-line.
           move 'CHECK-SEQUENTIAL' to impact-report-line(1:20).
           move pol-rule-sequential(1) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(25:3).
           move pol-rule-sequential(2) to idx.
           perform 0042-switch-word.
           move switch-disp to impact-report-line(34:3).
           write impact-report-line.
           move spaces to impact-report-line.
           move 'SEQUENTIAL RUN MIN' to impact-report-line(1:20).
           move pol-seq-min(1) to impact-report-line(25:1).
           move pol-seq-min(2) to impact-report-line(34:1).
           write impact-report-line.
           move spaces to impact-report-line.
           string 'SHELF AND HISTORY VALUES CHECKED AS '
             policy-digit-length ' DIGITS'
             delimited by size into impact-report-line.
           write impact-report-line.

       0042-switch-word.
           if idx equal to 1 then
             move 'ON' to switch-disp
           else
             move 'OFF' to switch-disp
           end-if.

       0090-abort-impact.
      * every abort leaves the ABORT audit record its sibling jobs
      * leave, so an analysis that could not run is visible in the
      * trail and not just on SYSOUT.
           move 8 to return-code.
           move 'ABORT' to job-final-status.
           perform 0060-write-audit-log.
           goback.

       0060-write-audit-log.
           move function current-date to current-date-time.
           initialize audit-log-record.
           move 'PWDIMPCT' to al-job-name.
           move job-start-time to al-start-time.
           move current-date-time(9:6) to al-end-time.
           compute al-records-read = shelf-checked + reserved-checked
             + history-checked.
           move history-failing to al-records-written.
           compute al-reject-count = shelf-failing + reserved-failing.
           move job-final-status to al-final-status.
           move run-date to al-run-date.
           move run-id to al-run-id.
           open extend audit-log.
           write audit-log-record.
           close audit-log.
