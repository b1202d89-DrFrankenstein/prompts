      * with a card in suite-params.txt: step name in cols 1-8,
      * highest acceptable RC in cols 9-12.
      *
      * RC 20 is the suite's rejected-feed code: a step that ends
      * with it (ELEV2015 when the badge feed's header/trailer
      * controls disagree with what arrived) is recorded FEEDREJ,
      * not FAILED, so ops know the fix is a resend from the feed's
      * owner rather than a job repair. It halts the suite like any
      * other failure and a same-night rerun redoes the step.
      *
      * the processing calendar (suite-calendar.txt) drives which
      * steps run on a given date: one card per date and step -
      * date in cols 1-8, step name in cols 9-16, disposition in
      * at month end, say - joins it to the day's sequence with a
      * default ceiling of zero. No calendar file means the fixed
      * sequence runs, as it always did.
      *
      * the password sweep runs chunked when the chunk deck
      * (aoc4-chunks.txt, the deck PWDMERGE reconciles) is present:
      * the PWDSWEEP step becomes one step per chunk card, named
      * PWDS plus the chunk-id (PWDS0001, ...), and each chunk step
      * writes its own parameter card to aoc4-params.txt just
      * before PWDSWEEP is called - the chunk card's bounds, digit
      * length and chunk-id, with the digit length and rules
      * section taken from the deck's chunk-id 0 card wherever the
      * chunk card leaves them blank. The standing card is held
      * while the chunks run and put back after the last chunk, so
      * the next night without a deck (and PWDIMPCT, which reads
      * the current rules from it) sees the operator's card, not
      * the last chunk's. A chunk whose card cannot be written
      * fails at RC 8 without PWDSWEEP being called. Each chunk is
      * judged against PWDSWEEP's ceiling (or its own suite-params
      * card), recorded in suite-state.txt under its own name and
      * so rerun alone; a failed chunk does not stop the other
      * chunks, which do not depend on it. PWDMERGE and PWDSCRN
      * follow the last chunk and run only when every chunk ended
      * OK, WARN or NOINPUT (a range with no candidates in it);
      * otherwise they and everything after them are held. A deck
      * that cannot be read into steps fails the sweep as BADDECK.
      * No deck means the single PWDSWEEP step on the standing
      * aoc4-params.txt, as before.
      *
      * before the first step - and before suite-state.txt is
      * rewritten for the night - SUITEBKP takes the night's
      * generation backup of the master files. A backup that fails
      * holds every step: a night with no way back is not started.
      * The backup step is not in the step table; it is no step of
      * the night's work, and on a same-night rerun it finds the
      * generation already taken and leaves it alone.

       environment division.
           input-output section.
                   'suite-calendar.txt'
                 organization is line sequential
                 file status is calendar-status.
               select optional chunk-deck-file assign to
                   'aoc4-chunks.txt'
                 organization is line sequential
                 file status is chunk-deck-status.
               select sweep-card-file assign to 'aoc4-params.txt'
                 organization is line sequential
                 file status is sweep-card-status.

       data division.
           file section.
             05 sc-step-name pic x(8).
             05 sc-disposition pic x(8).

           fd chunk-deck-file.
      * the sweep's parameter-card layout (see aoc4.cob); the
      * fields stay alphanumeric so blanks can be told from zeros.
           01 chunk-deck-record.
             05 cd-lower-bound pic x(8).
             05 cd-upper-bound pic x(8).
             05 cd-digit-length pic x.
             05 cd-chunk-id pic x(4).
             05 cd-rules pic x(6).

           fd sweep-card-file.
           01 sweep-card-record pic x(27).

           working-storage section.
           77 run-control-status pic 99.
           77 param-card-status pic 99.
           77 run-id pic 9(4).

           77 step-count pic 99 value 3.
           77 step-table-max pic 99 value 40.
           77 halt-flag pic 9 value 0.
           77 steps-attempted pic 9(4) value 0.
           77 steps-clean pic 9(4) value 0.
           77 steps-failed pic 9(4) value 0.
           77 step-rc pic 9(4).
           77 suite-rc pic 9(4) value 0.
           77 audit-record-count pic 9(6).
           77 audit-records-before pic 9(6).
           77 suite-status pic x(8) value 'OK'.
           77 feed-reject-rc pic 9(4) value 20.
           77 backup-rc pic 9(4).

      * the step sequence with each step's default RC ceiling; the
      * audit name is what the step writes in al-job-name, which is
      * how the no-show check recognizes its record. The first
      * three slots are the fixed nightly sequence; the spares hold
      * extra steps the processing calendar joins to a given day
      * (month-end reporting steps and the like) and the chunk
      * steps, merge and screen a chunked sweep expands into.
           01 step-definitions.
             05 filler pic x(20) value 'ELEV2015ELEVATOR0004'.
             05 filler pic x(20) value 'FUELCALCFUELCALC0004'.
             05 filler pic x(20) value 'PWDSWEEPPWDSWEEP0000'.
             05 filler pic x(740) value spaces.
           01 step-table redefines step-definitions.
             05 step-entry occurs 40 times indexed by stp-x.
               10 step-name pic x(8).
               10 step-audit-name pic x(8).
               10 step-max-rc pic 9(4).

      * step-program is what gets CALLed - the step name itself,
      * except for a sweep chunk, whose step is named for the chunk
      * but runs PWDSWEEP on the card held in step-sweep-card. A
      * step-gate-chunks step runs only after every chunk is clean.
           01 step-state-table.
             05 step-state-entry occurs 40 times.
               10 step-result pic x(8).
               10 step-final-rc pic 9(4).
               10 step-done pic 9.
               10 step-disposition pic x(8).
               10 step-program pic x(8).
               10 step-chunk-id pic 9(4).
               10 step-gate-chunks pic 9.
               10 step-sweep-card pic x(27).

           77 step-state-status pic 99.
           77 resume-mode pic 9 value 0.
      * held state too.
           77 held-rec-count pic 99 value 0.
           01 held-state-records.
             05 held-state-entry occurs 40 times.
               10 held-step-name pic x(8).
               10 held-result pic x(8).
               10 held-rc pic 9(4).
           77 calendar-cards-applied pic 9(4) value 0.
           77 steps-calskip pic 9(4) value 0.

           77 chunk-deck-status pic 99.
           77 sweep-card-status pic 99.
           77 deck-error pic 9 value 0.
           77 deck-chunks pic 99 value 0.
           77 deck-x pic 99.
           77 sweep-x pic 99 value 0.
           77 sweep-max-rc pic 9(4).
           77 sweep-disposition pic x(8).
           77 steps-to-insert pic 99.
           77 add-merge pic 9.
           77 add-screen pic 9.
           77 chunks-unclean pic 9(4).
           77 last-chunk-x pic 99 value 0.
           77 sweep-card-failed pic 9.
      * the operator's standing aoc4-params.txt, held while the
      * chunk cards take its place: H - card held, N - there was no
      * standing card, space - nothing to put back.
           77 standing-card-state pic x value space.
           01 standing-card pic x(27).
           01 full-range-card.
             05 fr-bounds pic x(16).
             05 fr-digit-length pic x.
             05 fr-chunk-id pic x(4).
             05 fr-rules pic x(6).
           01 generated-card.
             05 gc-bounds pic x(16).
             05 gc-digit-length pic x.
             05 gc-chunk-id pic x(4).
             05 gc-rules pic x(6).
           01 deck-card-table.
             05 deck-card pic x(27) occurs 40 times.

       procedure division.
       0000-main.
           move function current-date to current-date-time.

           perform 0900-restore-step-state.
           perform 1200-read-calendar.
           perform 1300-expand-chunk-deck.
           perform 1000-assign-run-control.
           perform 1100-read-param-cards.
           perform 0950-apply-held-state.
           perform 1400-take-backup.
           perform 2300-write-step-state.

           perform varying stp-x from 1 by 1
                   move 0 to step-final-rc(stp-x)
                   add 1 to steps-calskip
                   perform 4100-write-calskip-audit
                 when halt-flag equal to 0
                     and deck-error equal to 1
                     and step-name(stp-x) equal to 'PWDSWEEP'
                   perform 2060-fail-bad-deck
                 when halt-flag equal to 0
                     and step-gate-chunks(stp-x) equal to 1
                   perform 2050-check-chunk-gate
                 when halt-flag equal to 0
                   perform 2000-run-one-step
                 when other
                   move 0 to step-final-rc(stp-x)
               end-evaluate
               perform 2300-write-step-state
               if stp-x equal to last-chunk-x
                 perform 2020-restore-standing-card
               end-if
           end-perform.
           perform 2020-restore-standing-card.

           perform 3000-report-outcome.
           perform 4000-write-suite-audit.
           display 'Calendar: ' sc-step-name ' joined the sequence'
             ' (' sc-disposition ')'.

       1300-expand-chunk-deck.
      * every step so far calls the program it is named for. With a
      * chunk deck, the PWDSWEEP step's slot is taken by the chunk
      * steps, the steps after it move down to make room, and the
      * merge and screen go in behind the last chunk (unless the
      * calendar has already joined them), all inheriting the
      * sweep's ceiling and calendar disposition.
           move 0 to sweep-x.
           perform varying st-x from 1 by 1
             until st-x > step-count
               move step-name(st-x) to step-program(st-x)
               if step-name(st-x) equal to 'PWDSWEEP'
                 move st-x to sweep-x
               end-if
           end-perform.
           if sweep-x equal to 0 then
             exit paragraph
           end-if.
           open input chunk-deck-file.
           if chunk-deck-status not equal to 0 then
             close chunk-deck-file
             exit paragraph
           end-if.
           move spaces to full-range-card.
           perform 1310-load-one-chunk-card
             until chunk-deck-status equal to 10.                       (end of file)
           close chunk-deck-file.

           if deck-error equal to 0 and full-range-card equal to spaces
           then
             display 'Chunk deck has no chunk-id 0 card stating the'
               ' full range'
             move 1 to deck-error
           end-if.
           if deck-error equal to 0 and deck-chunks equal to 0 then
             display 'Chunk deck has no chunk cards'
             move 1 to deck-error
           end-if.
           move 1 to add-merge.
           move 1 to add-screen.
           perform varying st-x from 1 by 1
             until st-x > step-count
               if step-name(st-x) equal to 'PWDMERGE'
                 move 0 to add-merge
                 move 1 to step-gate-chunks(st-x)
               end-if
               if step-name(st-x) equal to 'PWDSCRN'
                 move 0 to add-screen
                 move 1 to step-gate-chunks(st-x)
               end-if
           end-perform.
           compute steps-to-insert =
             deck-chunks - 1 + add-merge + add-screen.
           if deck-error equal to 0
               and step-count + steps-to-insert greater than
                 step-table-max then
             display 'Chunk deck needs ' steps-to-insert
               ' more steps than the step table holds - raise'
               ' step-table-max'
             move 1 to deck-error
           end-if.
           if deck-error equal to 1 then
             exit paragraph
           end-if.

           move step-max-rc(sweep-x) to sweep-max-rc.
           move step-disposition(sweep-x) to sweep-disposition.
           perform varying st-x from step-count by -1
             until st-x not greater than sweep-x
               move step-entry(st-x)
                 to step-entry(st-x + steps-to-insert)
               move step-state-entry(st-x)
                 to step-state-entry(st-x + steps-to-insert)
           end-perform.
           add steps-to-insert to step-count.

           move sweep-x to st-x.
           perform varying deck-x from 1 by 1
             until deck-x > deck-chunks
               perform 1320-add-chunk-step
               add 1 to st-x
           end-perform.
           compute last-chunk-x = st-x - 1.
           perform 1340-hold-standing-card.
           if add-merge equal to 1 then
             move 'PWDMERGE' to step-name(st-x)
             perform 1330-add-gated-step
             add 1 to st-x
           end-if.
           if add-screen equal to 1 then
             move 'PWDSCRN' to step-name(st-x)
             perform 1330-add-gated-step
           end-if.
           display 'Chunk deck: PWDSWEEP runs as ' deck-chunks
             ' chunk steps, then PWDMERGE and PWDSCRN'.

       1310-load-one-chunk-card.
           read chunk-deck-file
             at end exit paragraph.
           if chunk-deck-record equal to spaces then
             exit paragraph
           end-if.
           if cd-lower-bound is not numeric
               or cd-upper-bound is not numeric
               or cd-chunk-id is not numeric then
             display 'Bad chunk card "' chunk-deck-record '"'
             move 1 to deck-error
             exit paragraph
           end-if.
           if cd-chunk-id equal to '0000' then
             if full-range-card not equal to spaces
               display 'Chunk deck has more than one chunk-id 0'
                 ' full-range card'
               move 1 to deck-error
             end-if
             move chunk-deck-record to full-range-card
             exit paragraph
           end-if.
           perform varying deck-x from 1 by 1
             until deck-x > deck-chunks
               if deck-card(deck-x)(18:4) equal to cd-chunk-id
                 display 'Chunk deck repeats chunk-id ' cd-chunk-id
                 move 1 to deck-error
                 exit paragraph
               end-if
           end-perform.
           if deck-chunks not less than step-table-max then
             display 'Chunk deck exceeds ' step-table-max
               ' chunks - raise step-table-max'
             move 1 to deck-error
             exit paragraph
           end-if.
           add 1 to deck-chunks.
           move chunk-deck-record to deck-card(deck-chunks).

       1320-add-chunk-step.
      * the chunk's card: its own bounds and chunk-id, the deck's
      * digit length and rules where it leaves them blank.
           move deck-card(deck-x) to generated-card.
           if gc-digit-length equal to space then
             move fr-digit-length to gc-digit-length
           end-if.
           if gc-rules equal to spaces then
             move fr-rules to gc-rules
           end-if.
           move spaces to step-name(st-x).
           string 'PWDS' gc-chunk-id
             delimited by size into step-name(st-x).
           move 'PWDSWEEP' to step-audit-name(st-x).
           move sweep-max-rc to step-max-rc(st-x).
           initialize step-state-entry(st-x).
           move sweep-disposition to step-disposition(st-x).
           move 'PWDSWEEP' to step-program(st-x).
           move gc-chunk-id to step-chunk-id(st-x).
           move generated-card to step-sweep-card(st-x).

       1330-add-gated-step.
           move step-name(st-x) to step-audit-name(st-x).
           move 0 to step-max-rc(st-x).
           initialize step-state-entry(st-x).
           move sweep-disposition to step-disposition(st-x).
           move step-name(st-x) to step-program(st-x).
           move 1 to step-gate-chunks(st-x).

       1340-hold-standing-card.
      * keep the operator's card to put back after the chunks. A
      * card that carries one of the deck's own chunk-ids is not
      * the operator's: an earlier attempt tonight stopped before
      * it could put the standing card back, and the deck's full
      * range card is the nearest thing to it.
           move spaces to standing-card.
           open input sweep-card-file.
           if sweep-card-status not equal to 0 then
             move 'N' to standing-card-state
             exit paragraph
           end-if.
           read sweep-card-file
             at end move 'N' to standing-card-state
             not at end
               move sweep-card-record to standing-card
               move 'H' to standing-card-state
           end-read.
           close sweep-card-file.
           if standing-card-state not equal to 'H'
               or standing-card(18:4) is not numeric
               or standing-card(18:4) equal to '0000' then
             exit paragraph
           end-if.
           perform varying deck-x from 1 by 1
             until deck-x > deck-chunks
               if deck-card(deck-x)(18:4) equal to standing-card(18:4)
                 display 'aoc4-params.txt holds chunk '
                   standing-card(18:4) "'s card - the deck's full"
                   ' range card stands in for the standing card'
                 move full-range-card to standing-card
                 exit paragraph
               end-if
           end-perform.

       1400-take-backup.
           display 'Starting backup SUITEBKP'.
           move 0 to return-code.
           call 'SUITEBKP'
             on exception
               display 'Backup SUITEBKP could not be started'
               move 16 to return-code
           end-call.
           move return-code to backup-rc.
           move 0 to return-code.
           cancel 'SUITEBKP'.
           if backup-rc not greater than 4 then
             exit paragraph
           end-if.
           display 'Halting suite - backup SUITEBKP ended RC '
             backup-rc ', no step run without a backup'.
           add 1 to steps-failed.
           move 1 to halt-flag.
           if backup-rc greater than suite-rc then
             move backup-rc to suite-rc
           end-if.

       1100-read-param-cards.
           open input param-card-file.
           if param-card-status not equal to 0 then
               sp-step-name
             exit paragraph
           end-if.
      * a PWDSWEEP card sets the ceiling of every sweep chunk; a
      * card naming one chunk step (PWDS0002) sets just that one.
           perform varying stp-x from 1 by 1
             until stp-x > step-count
               if step-name(stp-x) equal to sp-step-name
                   or step-chunk-id(stp-x) greater than 0
                   and step-program(stp-x) equal to sp-step-name
                 move function numval(sp-max-rc)
                   to step-max-rc(stp-x)
               end-if
       2000-run-one-step.
           add 1 to steps-attempted.
           display 'Starting step ' step-name(stp-x).
           if step-chunk-id(stp-x) greater than 0 then
             perform 2010-write-sweep-card
             if sweep-card-failed equal to 1
               move 'FAILED' to step-result(stp-x)
               move 8 to step-final-rc(stp-x)
               perform 2100-judge-step
               exit paragraph
             end-if
           end-if.
           perform 2200-check-step-audit.
           move audit-record-count to audit-records-before.
           move 0 to return-code.
           call step-program(stp-x)
             on exception
               display 'Step ' step-name(stp-x)
                 ' could not be started'
           end-call.
           move return-code to step-rc.
           move 0 to return-code.
      * a program CALLed again in the same night (the next sweep
      * chunk) must start from its initial state, not the last.
           cancel step-program(stp-x).

           perform 2200-check-step-audit.
           if audit-record-count not greater than audit-records-before
           then
      *      the NOSHOW escalation is exactly right on a run day
      *      and exactly wrong on a holiday: a step the calendar
      *      expects to have no input is allowed to leave nothing
               move 'WARN' to step-result(stp-x)
             when step-disposition(stp-x) equal to 'NOINPUT'
               move 'NOINPUT' to step-result(stp-x)
             when step-rc equal to feed-reject-rc
               move 'FEEDREJ' to step-result(stp-x)
             when other
               move 'FAILED' to step-result(stp-x)
           end-evaluate.
           perform 2100-judge-step.

       2010-write-sweep-card.
      * the chunk's generated card, where PWDSWEEP reads its card.
      * PWDSWEEP must not run on whatever card was there before.
           move 0 to sweep-card-failed.
           open output sweep-card-file.
           if sweep-card-status not equal to 0 then
             display 'Cannot write the sweep card for '
               step-name(stp-x) ', sweep-card-status='
               sweep-card-status
             move 1 to sweep-card-failed
             exit paragraph
           end-if.
           move step-sweep-card(stp-x) to sweep-card-record.
           write sweep-card-record.
           if sweep-card-status not equal to 0 then
             display 'Cannot write the sweep card for '
               step-name(stp-x) ', sweep-card-status='
               sweep-card-status
             move 1 to sweep-card-failed
           end-if.
           close sweep-card-file.
           if sweep-card-failed equal to 0 then
             display 'Sweep card for ' step-name(stp-x) ': '
               step-sweep-card(stp-x)
           end-if.

       2020-restore-standing-card.
      * after the last chunk - run, failed or held - the operator's
      * card goes back, or the chunk card goes if there was none.
           evaluate standing-card-state
             when 'H'
               open output sweep-card-file
               if sweep-card-status equal to 0
                 move standing-card to sweep-card-record
                 write sweep-card-record
               end-if
               if sweep-card-status not equal to 0
                 display 'Cannot put the standing card back in'
                   ' aoc4-params.txt, sweep-card-status='
                   sweep-card-status ' - it was: ' standing-card
                 if suite-rc less than 8
                   move 8 to suite-rc
                 end-if
               end-if
               close sweep-card-file
             when 'N'
               call 'CBL_DELETE_FILE' using 'aoc4-params.txt'
               move 0 to return-code
             when other
               exit paragraph
           end-evaluate.
           move space to standing-card-state.

       2050-check-chunk-gate.
      * the merge consolidates every chunk's candidate file; with a
      * chunk missing or failed it would publish a short list, so
      * a chunk that is not OK, WARN or NOINPUT holds the merge
      * and, like a failed step, everything after it. A NOINPUT
      * chunk's range simply held no candidates.
           move 0 to chunks-unclean.
           perform varying st-x from 1 by 1
             until st-x > step-count
               if step-chunk-id(st-x) greater than 0
                   and step-result(st-x) not equal to 'OK'
                   and step-result(st-x) not equal to 'WARN'
                   and step-result(st-x) not equal to 'NOINPUT'
                 add 1 to chunks-unclean
                 display 'Chunk step ' step-name(st-x) ' ended '
                   step-result(st-x)
               end-if
           end-perform.
           if chunks-unclean equal to 0 then
             perform 2000-run-one-step
             exit paragraph
           end-if.
           display 'Holding ' step-name(stp-x) ' and later steps - '
             chunks-unclean ' sweep chunk(s) not clean'.
           move 'SKIPPED' to step-result(stp-x).
           move 0 to step-final-rc(stp-x).
           move 1 to halt-flag.

       2060-fail-bad-deck.
      * the chunk deck was present but could not be turned into
      * steps (see 1300-expand-chunk-deck); sweeping the standing
      * card instead would not be the sweep the deck asked for.
           add 1 to steps-attempted.
           display 'Step PWDSWEEP not run - chunk deck rejected'.
           move 'BADDECK' to step-result(stp-x).
           move 16 to step-final-rc(stp-x).
           perform 2100-judge-step.

       2100-judge-step.
      * a tolerated no-input outcome neither halts the suite nor
      * drives its return code - the calendar said the quiet night
             when 'WARN'
             when 'NOINPUT'
               add 1 to steps-warned
      *    a sweep chunk stands alone: the other chunks still run,
      *    and 2050-check-chunk-gate holds the merge instead.
             when other
               add 1 to steps-failed
               if step-chunk-id(stp-x) greater than 0
                 display 'Sweep chunk ' step-name(stp-x)
                   ' failed (RC ' step-final-rc(stp-x)
                   ' over ceiling ' step-max-rc(stp-x)
                   ') - other chunks continue, merge held'
               else
                 move 1 to halt-flag
                 display 'Halting suite after ' step-name(stp-x)
                   ' (RC ' step-final-rc(stp-x) ' over ceiling '
                   step-max-rc(stp-x) ')'
               end-if
           end-evaluate.

       2200-check-step-audit.
      * the absence of an audit record is the old invisible
      * failure: the step died before its end-of-run paragraph, or
      * never ran at all. Look for this run's record under the
      * step's audit job name. Counted rather than just found:
      * every sweep chunk writes under PWDSWEEP, so a chunk has
      * shown up only if the count went up across its call.
           move 0 to audit-record-count.
           open input audit-log.
           if audit-log-status not equal to 0 then
      *      an OPTIONAL file opens 'successfully' (status 05) even
               and al-run-date is numeric
               and al-run-date equal to run-date
               and al-run-id equal to run-id then
             add 1 to audit-record-count
           end-if.

       2300-write-step-state.
