  FILE STATUS master-stat.

select history-file assign to dynamic ws-history-name
  organization is indexed
  access is random
  record key is hf-key
  alternate record key is hf-stamp with duplicates
  alternate record key is hf-in-name with duplicates
  alternate record key is hf-client with duplicates
  FILE STATUS history-stat.

select journal-file assign to dynamic ws-journal-name
  organization is line sequential
  FILE STATUS journal-stat.

select run-status-file assign to dynamic ws-runstatus-name
  organization is line sequential
  FILE STATUS run-status-stat.
  organization is line sequential
  FILE STATUS evidence-stat.

select divisor-file assign to dynamic ws-divisor-name
  organization is line sequential
  FILE STATUS divisor-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

select ready-file assign to dynamic ws-ready-name
  organization is line sequential
  FILE STATUS ready-stat.

select probe-file assign to dynamic ws-probe-name
  organization is line sequential
  FILE STATUS probe-stat.

data division.
file section.
fd input-file.
 05 master-first-date picture 9(8).
 05 master-times-seen picture 9(9).

*>keyed companion to the master: one record per verified candidate
*>per run, recording which run (date, time, input file) saw it and
*>with what result. the master says "ever seen, first when, how
*>often"; this says "in exactly which runs" - which is what the help
*>desk actually gets asked. the inquiry program reads both. keyed by
*>number and run stamp, with the run stamp, the input file name and
*>the requestor as alternate keys, so no reader has to scan it whole
fd history-file.
01 history-out-record.
 05 history-info pic x(120).
01 history-key-record.
 05 hf-key.
  10 hf-num pic x(18).
  10 filler pic x.
  10 hf-stamp pic x(19).
 05 filler pic x(3).
 05 hf-in-name pic x(30).
 05 filler pic x(26).
 05 hf-client pic x(3).
 05 filler pic x(20).

*>redo journal of the master: one line per add or rewrite this run
*>makes, with the record's before and after image, appended as the
*>write happens. master maintenance rolls a restored backup forward
*>through it, so a damaged index costs the work since the last
*>backup's journal marker instead of everything verified since
fd journal-file.
01 journal-out-record.
 05 journal-info pic x(150).

*>one fixed-layout record rewritten at end of every job, clean or
*>not: when it ran, what it read, how it ended and the five trailer
01 evidence-out-record.
 05 evidence-info pic x(100).

*>the shared small-prime divisor table its own job builds and proves
*>against the certification deck: a header, every prime up to 10^9
*>ascending, and a control trailer with the count, the highest prime
*>and a hash total. read whole at start-up so the trailer can be
*>proved before any answer depends on the table
fd divisor-file.
01 divisor-in-record.
 05 divisor-info pic x(50).

*>the processing-date control the date-roll step (primeday) keeps:
*>the business date every record this run writes is stamped with, and
*>the calendar of processing days
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

*>the readiness report, written instead of any of the run's own files
*>when the card is only being checked
fd ready-file.
01 ready-out-record.
 05 ready-info pic x(100).

*>any file the readiness check tries for access: opened and closed
*>again with nothing written, or created under a scratch name and
*>deleted when the file does not exist yet
fd probe-file.
01 probe-record.
 05 probe-info pic x(10).


working-storage section.
*>widened past s9(9) (2,147,483,647) so the larger candidate lists the
  02 wl-raw picture x(40).

*>run-history companion to the master, same open/override/fallback
*>conventions (NONE disables it). it grows one record per verified
*>candidate per run, which at this shop's volumes is cheap insurance
*>against the "did you already test this candidate" calls - kept
*>indexed, like the master, so answering one costs a keyed read and
*>not a pass over every night since the log began
77 ws-history-name pic x(30) value 'verified.hst'.
01  history-stat pic xx.
01 ws-history-open-flag picture x(1) value 'n'.
  02 filler picture x(3) value ' | '.
  02 hist-client picture x(3) value '---'.

*>master journal, same open/override/fallback conventions (NONE
*>disables it). opened only when the master is - it has nothing to
*>record otherwise. the layout is shared with the requalification
*>sweep, master maintenance and the run backout, who all append to it
77 ws-journal-name pic x(30) value 'verified.jnl'.
01  journal-stat pic xx.
01 ws-journal-open-flag picture x(1) value 'n'.
  88 journal-open-bool value 'y'.
01 journal-line.
  02 jn-date picture 9(8).
  02 filler picture x value space.
  02 jn-time picture 9(6).
  02 filler picture x value space.
  02 jn-action picture x(1).
  02 filler picture x value space.
  02 jn-source picture x(8).
  02 filler picture x value space.
  02 jn-before picture x(54).
  02 filler picture x value space.
  02 jn-after picture x(54).

*>classification of the candidate in n, set once by test-candidate (or
*>pulled from the master on a hit) and written once by
*>write-result-line, so the master-hit path and the computed path
  02 rs-notprime picture 9(9).
  02 rs-error picture 9(9).
  02 rs-dup picture 9(9).
  02 rs-clock-date picture 9(8).
  02 rs-clock-time picture 9(6).

*>transmission-file support: NONE (the default) leaves it off; a
*>name turns it on. one D record per csv-equivalent detail row, with
77 ws-range-high picture s9(18) usage is computational.
77 ws-range-primes picture 9(9) value 0.
*>widest interval a single row may ask for - a fat-fingered
*>"R 1 999999999999" must bounce to exceptions.dat, not eat the window.
*>the segmented sieve answers a range a million values at a time, so
*>with a divisor table loaded the limit is a hundred times what
*>one-by-one testing could afford. with no table (NONE, or the table
*>refused) the sieve strikes nothing and every value goes through the
*>candidate test, so the old one-by-one limit holds
77 ws-range-max-width picture 9(9) value 100000000.
77 ws-range-unsieved-width picture 9(9) value 1000000.
77 ws-range-limit picture 9(9) value 0.
77 ws-range-width picture s9(18) usage is computational.
01 range-subtotal-line.
  02 filler picture x(7) value ' range '.
  02 rtw-raw picture x(40).
  02 filler picture x(34) value ' illegal range, wider than limit'.

*>one segment of a range: flag k stands for the value ws-sg-lo + k - 1,
*>struck by every table prime whose square reaches into the segment.
*>a survivor at or below ws-sg-proven-to had every prime up to its
*>square root tried against it and is prime outright; anything above
*>(a segment past the square of the loaded table) goes through the
*>ordinary candidate test
77 ws-sg-size picture 9(9) usage is computational value 1000000.
01 ws-range-sieve.
  02 ws-sg-flag picture x(1) occurs 1000000 times.
77 ws-sg-lo picture s9(18) usage is computational.
77 ws-sg-hi picture s9(18) usage is computational.
77 ws-sg-len picture 9(9) usage is computational.
77 ws-sg-idx picture 9(9) usage is computational.
77 ws-sg-p picture s9(18) usage is computational.
77 ws-sg-square picture s9(18) usage is computational.
77 ws-sg-quot picture s9(18) usage is computational.
77 ws-sg-mult picture s9(18) usage is computational.
77 ws-sg-proven-to picture s9(18) usage is computational.

*>divisor table support: NONE runs without it (every odd number is
*>tried, as before the table existed). the primes are held in memory
*>up to ws-dv-max - every prime below about 86 million, enough for
*>any candidate through 7.4 * 10^15 - and a deterministic test that
*>runs past the last one held carries on with the odd numbers above
*>it. the whole file is still read, so the trailer proves all of it.
*>a table that is missing or fails its trailer is refused outright:
*>the run carries on without it and ends with warnings
77 ws-divisor-name pic x(30) value 'divisors.dat'.
01  divisor-stat pic xx.
77 ws-dv-max picture 9(9) usage is computational value 5000000.
01 ws-divisor-table.
  02 ws-dv-prime picture 9(9) usage is computational
      occurs 5000000 times.
77 ws-dv-count picture 9(9) usage is computational value 0.
77 ws-dv-idx picture 9(9) usage is computational value 0.
77 ws-dv-top-square picture s9(18) usage is computational value 0.
77 ws-dv-read-count picture 9(9) value 0.
77 ws-dv-read-prime picture 9(10) value 0.
77 ws-dv-read-highest picture 9(10) value 0.
77 ws-dv-read-hash picture 9(18) value 0.
77 ws-dv-after-trailer picture 9(9) value 0.
77 ws-dv-fault picture x(50) value spaces.
01 ws-dv-trailer-flag picture x(1) value 'n'.
  88 dv-trailer-bool value 'y'.
01 ws-divisor-refused-flag picture x(1) value 'n'.
  88 divisor-refused-bool value 'y'.
*>mirror of the table layout the table build writes, taken as text so
*>a damaged line refuses the table instead of abending the run
01 ws-dvt-rec.
  02 ws-dvt-kind picture x(1).
  02 filler picture x.
  02 ws-dvt-prime picture x(10).
  02 filler picture x(29).
01 ws-dvt-trailer redefines ws-dvt-rec.
  02 filler picture x(2).
  02 ws-dvt-count picture x(9).
  02 filler picture x.
  02 ws-dvt-highest picture x(10).
  02 filler picture x.
  02 ws-dvt-hash picture x(18).
01 ws-dvt-trailer-hold.
  02 ws-dvh-count picture x(9).
  02 ws-dvh-highest picture x(10).
  02 ws-dvh-hash picture x(18).
01 divisor-refused-line.
  02 filler picture x value space.
  02 filler picture x(72) value
      'WARNING: divisor table refused, every odd divisor tried instead'.

*>processing-date control: the business date the date-roll step keeps
*>is what this run stamps on its report, audit, history, chargeback,
*>transmission and run-status records, in place of the clock date; the
*>clock date is kept on its own for the lock and the journal, which
*>must order by real time, and on the run-status record beside it.
*>NONE, or a control that cannot be read, falls back to the clock date
*>and a production run ends with warnings. the operating day - the clock date,
*>less a day before the control's cutover hour - is judged against the
*>control's calendar of processing weekdays and holidays
77 ws-procdate-name pic x(30) value 'procdate.ctl'.
01  procdate-stat pic xx.
77 ws-clock-date picture 9(8) value 0.
77 ws-nonproc-ans picture x(1) value 'n'.
  88 nonproc-ans-bool value 'y' 'Y'.
01 ws-nonproc-day-flag picture x(1) value 'n'.
  88 nonproc-day-bool value 'y'.
01 ws-nonproc-refused-flag picture x(1) value 'n'.
  88 nonproc-refused-bool value 'y'.
01 ws-procdate-missing-flag picture x(1) value 'n'.
  88 procdate-missing-bool value 'y'.
77 ws-pd-proc-date picture 9(8) value 0.
77 ws-pd-cutover-hh picture 9(2) value 6.
77 ws-pd-op-date picture 9(8) value 0.
77 ws-pd-op-int picture 9(9) usage is computational.
77 ws-pd-weekday picture 9(1) value 0.
01 ws-pd-week-flags picture x(7) value 'YYYYYNN'.
77 ws-pd-reason picture x(40) value spaces.
*>mirror of the control lines the date-roll step reads and writes
01 ws-pd-rec.
  02 ws-pd-kind picture x(1).
  02 filler picture x.
  02 ws-pd-date picture x(8).
  02 filler picture x.
  02 ws-pd-prior picture x(8).
  02 filler picture x.
  02 ws-pd-cutover picture x(2).
  02 filler picture x(58).
01 ws-pd-week redefines ws-pd-rec.
  02 filler picture x(2).
  02 ws-pd-days picture x(7).
  02 filler picture x(71).
01 ws-pd-holiday redefines ws-pd-rec.
  02 filler picture x(11).
  02 ws-pd-hol-text picture x(69).
01 procdate-missing-line.
  02 filler picture x value space.
  02 filler picture x(72) value
      'WARNING: no processing date on control, run stamped by the clock'.
01 nonproc-override-line.
  02 filler picture x value space.
  02 filler picture x(36) value
      'NOTE: run on a non-processing day - '.
  02 no-reason picture x(40).

*>evidence-file support: NONE (the default) leaves it off; a name
*>turns it on, same convention as the transmission and timing files.
*>evidence kinds: F = a factor divides it, M = the named witness
  02 filler picture x(7) value '  dup: '.
  02 audit-dup picture z(8)9.

*>readiness mode: "prime1 <card> READINESS [report]" takes the same
*>card through the same keyword and FEED= section rules, tries every
*>file the card names for the access the real run will need - nothing
*>is written to any of them and no lock is taken - reports who holds
*>the lock and whether a restart checkpoint is waiting, estimates the
*>run time from the feeds' rows by band against the last timing file,
*>and ends with the severity the real run is heading for, so the
*>chain can fail a bad card as its first step instead of in the window
77 ws-ready-name pic x(30) value 'readiness.out'.
01  ready-stat pic xx.
77 ws-arg-peek pic x(30) value spaces.
01 ws-readiness-flag picture x(1) value 'n'.
  88 readiness-bool value 'y'.
01 ws-rdy-card-fault-flag picture x(1) value 'n'.
  88 rdy-card-fault-bool value 'y'.
01 ws-rdy-production-flag picture x(1) value 'n'.
  88 rdy-production-bool value 'y'.
01 ws-rdy-eof-flag picture x(1) value 'n'.
  88 rdy-eof-bool value 'y'.
77 ws-rdy-severity picture 9(2) value 0.
77 ws-rdy-line-sev picture 9(2) value 0.
*>the file being tried, the access it needs (I read and must exist,
*>O read if present, W written - created when absent) and what a
*>failure would cost the real run
77 ws-probe-name pic x(30) value spaces.
01  probe-stat pic xx.
77 ws-probe-need picture x(1) value space.
  88 probe-must-exist value 'I'.
  88 probe-optional value 'O'.
  88 probe-written value 'W'.
77 ws-probe-fail-sev picture 9(2) value 0.
77 ws-probe-target pic x(30) value spaces.
77 ws-probe-del-name pic x(30) value spaces.
77 ws-probe-del-rc picture s9(9) usage is computational value 0.
77 ws-rdy-rows picture 9(9) value 0.
77 ws-rdy-total-rows picture 9(9) value 0.
77 ws-rdy-client-rows picture 9(9) value 0.
77 ws-rdy-edit picture z(8)9.
77 ws-rdy-edit2 picture z(8)9.
77 ws-rdy-tok1 picture x(40) value spaces.
77 ws-rdy-tok2 picture x(40) value spaces.
*>the estimate: the feeds' rows by magnitude band, priced at each
*>band's average cost per row in the last timing file
77 ws-rdy-hist-name pic x(30) value 'timing.dat'.
01 ws-rdy-band-table.
  02 ws-rdy-band-entry occurs 4 times.
    03 ws-rdy-feed-rows picture 9(9).
    03 ws-rdy-hist-rows picture 9(9).
    03 ws-rdy-hist-centis picture s9(18) usage is computational.
    03 ws-rdy-est-centis picture s9(18) usage is computational.
77 ws-rdy-est-total picture s9(18) usage is computational value 0.
01 ws-rdy-no-hist-flag picture x(1) value 'n'.
  88 rdy-no-hist-bool value 'y'.
01 ready-title-line.
  02 filler picture x(6) value spaces.
  02 filler picture x(24) value 'prime1 readiness check -'.
  02 filler picture x value space.
  02 rt-yyyy picture 9999.
  02 filler picture x value '/'.
  02 rt-mon picture 99.
  02 filler picture x value '/'.
  02 rt-dd picture 99.
  02 filler picture x value space.
  02 rt-hh picture 99.
  02 filler picture x value ':'.
  02 rt-mm picture 99.
  02 filler picture x value ':'.
  02 rt-ss picture 99.
01 ready-card-line.
  02 filler picture x(15) value ' control card: '.
  02 rc-name picture x(30).
01 ready-line.
  02 filler picture x value space.
  02 rd-label picture x(14).
  02 filler picture x value space.
  02 rd-name picture x(30).
  02 filler picture x value space.
  02 rd-verdict picture x(40).
  02 filler picture x(6) value ' sev: '.
  02 rd-sev picture z9.
01 ready-note-line.
  02 filler picture x(3) value spaces.
  02 rn-text picture x(92).
01 ready-band-line.
  02 filler picture x(3) value spaces.
  02 rb-label picture x(12).
  02 filler picture x(7) value ' rows: '.
  02 rb-rows picture z(8)9.
  02 filler picture x(16) value '  history rows: '.
  02 rb-hist picture z(8)9.
  02 filler picture x(12) value '  est mins: '.
  02 rb-mins picture z(4)9.9.
01 ready-estimate-line.
  02 filler picture x(22) value ' estimated run time:  '.
  02 re-minutes picture z(4)9.9.
  02 filler picture x(21) value ' minutes, window of  '.
  02 re-window picture z(4)9.
  02 filler picture x(11) value ' minutes - '.
  02 re-verdict picture x(12).
01 ready-severity-line.
  02 filler picture x(21) value ' readiness severity: '.
  02 rv-sev picture z9.
  02 filler picture x(3) value ' - '.
  02 rv-verdict picture x(40).




  *>the report header and audit entry use the same stamp
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.
  *>the run's own starting clock, for the heartbeat's completion
  *>projection - read whether or not telemetry is on
  perform get-clock-centis.
  *>interactive prompts as always for someone running this at a terminal
  accept ws-arg-count from argument-number.

  *>READINESS in the second position turns the invocation into a
  *>readiness check of the card named first: nothing is processed
  if ws-arg-count >= 2
    display 2 upon argument-number
    accept ws-arg-peek from argument-value
    if function upper-case(ws-arg-peek) = 'READINESS'
      move 'y' to ws-readiness-flag
    end-if
  end-if

  if ws-arg-count = 1 or readiness-bool
    *>a single argument names a control card: a file of KEYWORD=value
    *>lines in any order, which replaces counting out the sixteen
    *>positional arguments - the form operators were getting wrong
    display 1 upon argument-number
    accept ws-card-name from argument-value
    move 'y' to ws-skip-interactive-ans
    if readiness-bool
      if ws-arg-count >= 3
        display 3 upon argument-number
        accept ws-ready-name from argument-value
      end-if
      perform open-ready-report
    end-if
    perform read-control-card
    if card-bad-bool
      move 'y' to eof
      display 20 upon argument-number
      accept ws-heartbeat-name from argument-value
    end-if
    if ws-arg-count >= 21
      display 21 upon argument-number
      accept ws-journal-name from argument-value
    end-if
    if ws-arg-count >= 22
      display 22 upon argument-number
      accept ws-divisor-name from argument-value
    end-if
    if ws-arg-count >= 23
      display 23 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
    if ws-arg-count >= 24
      display 24 upon argument-number
      accept ws-nonproc-ans from argument-value
    end-if
  else
    display 'enter input filename(s), comma-separated for several feeds'
    accept ws-feed-list from console
  end-if
  end-if.

  *>a readiness check ends here, having written nothing but its report
  if readiness-bool
    perform run-readiness-check
    move ws-rdy-severity to return-code
    stop run
  end-if.

  *>break the (possibly single-entry) feed list on its commas and line
  *>the run up on the first feed; any FEED= card sections are matched
  *>onto the table now that it exists, and feed 1 is re-pointed so
    end-if
  end-if.

  *>the business date replaces the clock date on everything this run
  *>stamps. a run that will write the master or the history is a
  *>production run, and one attempted on a day the calendar says is
  *>not a processing day is refused unless the operator overrides -
  *>it would otherwise be filed under the last processing date
  if not eof-bool
    perform read-processing-date
    if ws-master-name not = 'NONE' or ws-history-name not = 'NONE'
      if nonproc-day-bool and not nonproc-ans-bool
        move 'y' to ws-nonproc-refused-flag
        display 'BUSINESS DAY ' ws-pd-op-date
            ' IS NOT A PROCESSING DAY (' function trim(ws-pd-reason)
            ') - RUN REFUSED WITHOUT AN OVERRIDE'
        move 'y' to eof
      end-if
    end-if
  end-if.

  *>the shared master/history files are guarded by the run lock: a
  *>run that will touch either takes the lock first, and one that
  *>cannot get it backs out cleanly - the only other time two runs
  *>aborts the run - the job can always fall back to computing
  if files-open-bool
    perform open-master
    perform open-journal
    perform open-history
    perform open-xmit
    perform open-timing
    perform open-evidence
    perform load-exc-ledger
    perform load-divisor-table
  end-if.

  *> itterate through the feeds until the last is exhausted, then the
              move 'y' to ws-master-hit-flag
              move master-result to ws-result-code
              move master-factor to ws-result-factor
              move master-record to jn-before
              add 1 to master-times-seen
              rewrite master-record
              if master-stat = "00"
                move 'R' to jn-action
                perform write-journal-entry
              end-if
            end-if
        end-read
      end-if
            *>the record is already on file under this key: keep its
            *>first-seen date, bump the visit count, and replace the
            *>screened verdict with the proven one
            move master-record to jn-before
            move ws-result-code to master-result
            move ws-result-factor to master-factor
            add 1 to master-times-seen
            rewrite master-record
              invalid key continue
              not invalid key
                move 'R' to jn-action
                perform write-journal-entry
            end-rewrite
          else
            move n to master-num
            move 1 to master-times-seen
            write master-record
              invalid key continue
              not invalid key
                move 'A' to jn-action
                move spaces to jn-before
                perform write-journal-entry
            end-write
          end-if
        end-if
      write out-line from dup-restart-gap-line after advancing 1 line
    end-if

    *>answers were still right without the table, just slower - but
    *>a table that failed its trailer wants rebuilding before tonight
    if divisor-refused-bool
      write out-line from divisor-refused-line after advancing 1 line
    end-if

    *>a run stamped by the clock may be filed under the wrong
    *>business day, and an overridden non-processing day is on
    *>record here as well as in the run-status
    if procdate-missing-bool
      write out-line from procdate-missing-line after advancing 1 line
    end-if
    if nonproc-day-bool and nonproc-ans-bool
        and (ws-master-name not = 'NONE' or ws-history-name not = 'NONE')
      move ws-pd-reason to no-reason
      write out-line from nonproc-override-line after advancing 1 line
    end-if

    *>per-feed control figures from the card, proved against what
    *>each feed actually delivered
    if ws-ovr-count > 0
    if master-open-bool
      close master-file
    end-if
    if journal-open-bool
      close journal-file
    end-if
    if history-open-bool
      close history-file
    end-if
      if n is less than 4
        display input-var ' is prime'
      else
        perform first-divisor

        *>bound by sqrt(n) and skip even r after 2, same as the
        *>primes.dat batch loop above - this single-number check hits
          compute i = r*i

          if i is not equal to n
            perform next-divisor
            compute ws-r-squared = r*r
            if ws-r-squared > n
              move 'y' to loop-bool
    if lock-refused-bool
      move 'LOCKED OUT' to rs-disp
    else
      if nonproc-refused-bool
        move 'NOT PROC DAY' to rs-disp
      else
        move 'ABORTED' to rs-disp
      end-if
    end-if
  else
    if mismatch-bool
        move 'FEED MISSING' to rs-disp
      else
        if dup-table-full-bool or dup-restart-gap-bool
            or divisor-refused-bool or procdate-missing-bool
          move 4 to ws-severity
          move 'WARNINGS' to rs-disp
        else
  end-if
  move ws-run-date-group to rs-date
  move ws-run-time-group(1:6) to rs-time
  move ws-clock-date to rs-clock-date
  move ws-run-time-group(1:6) to rs-clock-time
  move ws-feed-list(1:30) to rs-in-name
  move ws-severity to rs-code
  compute rs-read = ws-checkpoint-rec + ws-tot-read
*>lock-held off and the caller backs the run out cleanly
take-run-lock.
  move 0 to ws-lock-retry
  move ws-clock-date to ws-lock-today-num
  compute ws-lock-today-int =
      function integer-of-date(ws-lock-today-num)
  perform until lock-held-bool
write-lock-record.
  open output lock-file
  if lock-stat = "00"
    move ws-clock-date to lk-date
    move ws-run-time-group(1:6) to lk-time
    move ws-feed-list(1:30) to lk-in-name
    write lock-out-record from lock-line
    close lock-file
    move 'y' to ws-lock-held-flag
    move ws-clock-date to ws-lock-stamp-date
    move ws-run-time-group(1:6) to ws-lock-stamp-time
  else
    display 'LOCK FILE COULD NOT BE WRITTEN (STATUS ' lock-stat ')'
  end-if.

*>opens (creating on first use, same "35" trick as the audit log) the
*>master journal. a journal problem never costs the run its master,
*>but it does mean this run's master updates cannot be rolled forward
*>after a restore, and the console says so
open-journal.
  if ws-journal-name = 'NONE' or not master-open-bool
    move 'n' to ws-journal-open-flag
  else
    open extend journal-file
    if journal-stat = "35"
      close journal-file
      open output journal-file
    end-if
    if journal-stat = "00"
      move 'y' to ws-journal-open-flag
    else
      display 'MASTER JOURNAL COULD NOT BE OPENED,'
          ' THIS RUN''S MASTER UPDATES CANNOT BE ROLLED FORWARD'
      display 'FILE STATUS: ' journal-stat
      move 'n' to ws-journal-open-flag
    end-if
  end-if.

*>the processing date from the control, and the calendar verdict on
*>the operating day. the run date becomes the business date; the
*>clock date stays in ws-clock-date. a control that will not open,
*>or carries no readable P line, leaves the clock date in place and
*>flags the run with warnings - the calendar is still honoured
read-processing-date.
  move ws-clock-date to ws-pd-op-date
  move 'n' to ws-nonproc-day-flag
  move spaces to ws-pd-reason
  move 0 to ws-pd-proc-date
  if ws-procdate-name not = 'NONE'
    open input procdate-file
    if procdate-stat not = "00"
      display 'PROCESSING-DATE CONTROL COULD NOT BE OPENED: '
          ws-procdate-name
      display 'FILE STATUS: ' procdate-stat
    else
      perform until procdate-stat not = "00"
        read procdate-file into ws-pd-rec
          at end continue
          not at end perform read-processing-line
        end-read
      end-perform
      close procdate-file
      *>the operating day the calendar judges: before the cutover
      *>hour the night still belongs to the day before
      if ws-run-hh < ws-pd-cutover-hh
        compute ws-pd-op-int =
            function integer-of-date(ws-clock-date) - 1
        compute ws-pd-op-date = function date-of-integer(ws-pd-op-int)
      end-if
      compute ws-pd-weekday = function mod(
          function integer-of-date(ws-pd-op-date) - 1, 7) + 1
      if ws-pd-week-flags(ws-pd-weekday:1) = 'N'
        move 'y' to ws-nonproc-day-flag
        move 'not a processing weekday' to ws-pd-reason
      end-if
      *>the holidays, once the operating day is settled
      open input procdate-file
      if procdate-stat = "00"
        perform until procdate-stat not = "00"
          read procdate-file into ws-pd-rec
            at end continue
            not at end perform match-processing-holiday
          end-read
        end-perform
        close procdate-file
      end-if
    end-if
    if ws-pd-proc-date = 0
      display 'NO PROCESSING DATE ON ' ws-procdate-name
          ' - RUN STAMPED WITH THE CLOCK DATE'
      *>only a production run's stamps are filed by business day
      if ws-master-name not = 'NONE' or ws-history-name not = 'NONE'
        move 'y' to ws-procdate-missing-flag
      end-if
    else
      move ws-pd-proc-date to ws-run-date-group
    end-if
  end-if.

read-processing-line.
  if ws-pd-kind = 'P' and ws-pd-date is numeric and ws-pd-proc-date = 0
    move ws-pd-date to ws-pd-proc-date
    if ws-pd-cutover is numeric
      move ws-pd-cutover to ws-pd-cutover-hh
    end-if
  end-if
  if ws-pd-kind = 'W'
    move function upper-case(ws-pd-days) to ws-pd-week-flags
  end-if.

match-processing-holiday.
  if ws-pd-kind = 'H' and ws-pd-date = ws-pd-op-date
      and not nonproc-day-bool
    move 'y' to ws-nonproc-day-flag
    move ws-pd-hol-text to ws-pd-reason
    if ws-pd-reason = spaces
      move 'holiday' to ws-pd-reason
    end-if
  end-if.

*>reads the divisor table end to end: header first, details strictly
*>ascending from 2, one trailer and nothing after it, and the trailer
*>figures equal to what was read. the primes are kept as they pass,
*>up to ws-dv-max; any fault throws the lot away and the run goes on
*>dividing by every odd number, flagged with warnings
load-divisor-table.
  move 0 to ws-dv-count
  if ws-divisor-name not = 'NONE'
    move spaces to ws-dv-fault
    open input divisor-file
    if divisor-stat not = "00"
      display 'DIVISOR TABLE COULD NOT BE OPENED: ' ws-divisor-name
      display 'FILE STATUS: ' divisor-stat
      move 'table could not be opened' to ws-dv-fault
    else
      read divisor-file into ws-dvt-rec
        at end move 'table is empty' to ws-dv-fault
      end-read
      if ws-dv-fault = spaces and ws-dvt-kind not = 'H'
        move 'table header missing' to ws-dv-fault
      end-if
      perform until divisor-stat not = "00" or ws-dv-fault not = spaces
        read divisor-file into ws-dvt-rec
          at end continue
          not at end perform load-divisor-record
        end-read
      end-perform
      close divisor-file
      if ws-dv-fault = spaces
        perform check-divisor-trailer
      end-if
    end-if
    if ws-dv-fault not = spaces
      display 'DIVISOR TABLE REFUSED, ' function trim(ws-dv-fault)
          ': ' ws-divisor-name
      move 'y' to ws-divisor-refused-flag
      move 0 to ws-dv-count
    else
      compute ws-dv-top-square =
          ws-dv-prime(ws-dv-count) * ws-dv-prime(ws-dv-count)
    end-if
  end-if.

load-divisor-record.
  if dv-trailer-bool
    add 1 to ws-dv-after-trailer
  else
    if ws-dvt-kind = 'T'
      move 'y' to ws-dv-trailer-flag
      move ws-dvt-count to ws-dvh-count
      move ws-dvt-highest to ws-dvh-highest
      move ws-dvt-hash to ws-dvh-hash
    else
      if ws-dvt-kind not = 'D' or ws-dvt-prime not numeric
        move 'table record damaged' to ws-dv-fault
      else
        move ws-dvt-prime to ws-dv-read-prime
        if ws-dv-read-prime <= ws-dv-read-highest
            or (ws-dv-read-count = 0 and ws-dv-read-prime not = 2)
          move 'table primes out of order' to ws-dv-fault
        else
          add 1 to ws-dv-read-count
          add ws-dv-read-prime to ws-dv-read-hash
          move ws-dv-read-prime to ws-dv-read-highest
          if ws-dv-count < ws-dv-max
            add 1 to ws-dv-count
            move ws-dv-read-prime to ws-dv-prime(ws-dv-count)
          end-if
        end-if
      end-if
    end-if
  end-if.

check-divisor-trailer.
  if not dv-trailer-bool
    move 'table trailer missing' to ws-dv-fault
  else
    if ws-dvh-count not numeric or ws-dvh-highest not numeric
        or ws-dvh-hash not numeric
      move 'table trailer damaged' to ws-dv-fault
    else
      if ws-dvh-count not = ws-dv-read-count
          or ws-dvh-highest not = ws-dv-read-highest
          or ws-dvh-hash not = ws-dv-read-hash
        move 'table does not agree with its trailer' to ws-dv-fault
      else
        if ws-dv-after-trailer > 0 or ws-dv-read-count = 0
          move 'table damaged around its trailer' to ws-dv-fault
        end-if
      end-if
    end-if
  end-if.

*>opens (creating on first use, same "35" trick as the master) the
*>run-history log. same fallback posture as the master: a history
*>problem costs us lookup history, never the run
open-history.
  if ws-history-name = 'NONE'
    move 'n' to ws-history-open-flag
  else
    open i-o history-file
    if history-stat = "35"
      close history-file
      open output history-file
      close history-file
      open i-o history-file
    end-if
    if history-stat = "00"
      move 'y' to ws-history-open-flag
          to ws-card-key
      move function trim(ws-card-value) to ws-card-value
      perform apply-card-keyword
      *>a readiness check reports every bad line, not just the first
      if readiness-bool and card-bad-bool
        perform note-ready-card-fault
      end-if
    end-if
  end-if.

    move ws-card-value(1:30) to ws-history-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'JOURNAL'
    move ws-card-value(1:30) to ws-journal-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'RUNSTATUS'
    move ws-card-value(1:30) to ws-runstatus-name
    move 'y' to ws-card-matched-flag
    move ws-card-value(1:30) to ws-evidence-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'DIVISORS'
    move ws-card-value(1:30) to ws-divisor-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'PROCDATE'
    move ws-card-value(1:30) to ws-procdate-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'NONPROC'
    move ws-card-value(1:1) to ws-nonproc-ans
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'FEED'
    if ws-ovr-count >= ws-ovr-max
      display 'CARD CARRIES MORE THAN ' ws-ovr-max
      display 'FEED= SECTION NAMES A FEED NOT IN THE INPUT LIST: '
          ws-ovr-feed(ws-ovr-idx)
      move 'y' to eof
      if readiness-bool
        move 16 to ws-rdy-line-sev
        move 'FEED= section' to rd-label
        move ws-ovr-feed(ws-ovr-idx) to rd-name
        move 'NOT IN THE INPUT= LIST' to rd-verdict
        perform write-ready-line
      end-if
    end-if
  end-perform.

    move ws-result-factor to hist-factor
  end-if
  move ws-cur-client to hist-client
  *>a number already on file under this run's stamp is a repeat the
  *>duplicate table could not catch (a full table, or a range row
  *>producing a number also submitted alone): its first record stands
  write history-out-record from history-line
    invalid key continue
  end-write.

*>one journal line for the master write just made: the caller has set
*>the action and the before image, the record area is the after image
write-journal-entry.
  if journal-open-bool
    move ws-clock-date to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'prime1' to jn-source
    move master-record to jn-after
    write journal-out-record from journal-line
  end-if.

*>one "C <client>" control row: the requestor code every following
*>candidate is billed to. the first one a run sees turns client
*>one "R <low> <high>" row: validate, then enumerate the interval
*>internally and write each prime found plus a per-range subtotal.
*>rejects (unparsable numbers, low > high, interval wider than
*>ws-range-max-width, or ws-range-unsieved-width with no divisor
*>table) go to exceptions.dat exactly like any other
*>illegal row so the feed owner sees them
process-range-row.
  move spaces to ws-range-tok1
    *>subtraction and slipping past the width limit
    compute ws-range-width =
        ws-range-high - function max(ws-range-low, 2) + 1
    if ws-dv-count = 0
      move ws-range-unsieved-width to ws-range-limit
    else
      move ws-range-max-width to ws-range-limit
    end-if
    if ws-range-low > ws-range-high
      move ws-trimmed-num to rbo-raw
      move range-bad-order-line to tagged-text
      perform note-xmit-reject
      add 1 to ws-tot-error
    else
      if ws-range-width > ws-range-limit
        move ws-trimmed-num to rtw-raw
        move range-too-wide-line to tagged-text
        if structured-mode-bool
    end-if
  end-if.

*>sieve the validated interval a segment at a time: the table primes
*>strike the composites, and each survivor is either proven by the
*>sieve itself or handed to the same classification the
*>single-candidate path uses. the subtotal quotes the interval as
*>requested even though enumeration starts at 2 - there are no primes
*>below 2 to miss
    move 2 to ws-range-low
  end-if
  move 0 to ws-range-primes
  move ws-range-low to ws-sg-lo
  perform until ws-sg-lo > ws-range-high
    compute ws-sg-hi = ws-sg-lo + ws-sg-size - 1
    if ws-sg-hi > ws-range-high
      move ws-range-high to ws-sg-hi
    end-if
    compute ws-sg-len = ws-sg-hi - ws-sg-lo + 1
    perform sieve-range-segment
    move 0 to ws-sg-idx
    perform until ws-sg-idx >= ws-sg-len
      add 1 to ws-sg-idx
      if ws-sg-flag(ws-sg-idx) = 'y'
        compute n = ws-sg-lo + ws-sg-idx - 1
        if n <= ws-sg-proven-to
          move 'P' to ws-result-code
          move 0 to ws-result-factor
        else
          perform test-candidate
        end-if
        if ws-result-code = 'P' or ws-result-code = 'Q'
          move n to in-n
          perform write-result-line
          add 1 to ws-range-primes
        end-if
      end-if
    end-perform
    compute ws-sg-lo = ws-sg-hi + 1
  end-perform
  if not structured-mode-bool
    move ws-range-primes to rs-count
    perform write-tagged-line
  end-if.

*>strike every multiple of each table prime inside the segment,
*>starting no lower than the prime's square (anything below that has
*>a smaller factor, or is the prime itself). when the primes run out
*>before one squares past the segment, only survivors up to the last
*>prime's square are proven - the rest still need testing
sieve-range-segment.
  move all 'y' to ws-range-sieve
  move 0 to ws-dv-idx
  move 0 to ws-sg-square
  perform until ws-dv-idx >= ws-dv-count or ws-sg-square > ws-sg-hi
    add 1 to ws-dv-idx
    move ws-dv-prime(ws-dv-idx) to ws-sg-p
    compute ws-sg-square = ws-sg-p * ws-sg-p
    if ws-sg-square <= ws-sg-hi
      compute ws-sg-quot = (ws-sg-lo + ws-sg-p - 1) / ws-sg-p
      compute ws-sg-mult = ws-sg-quot * ws-sg-p
      if ws-sg-mult < ws-sg-square
        move ws-sg-square to ws-sg-mult
      end-if
      compute ws-sg-idx = ws-sg-mult - ws-sg-lo + 1
      perform until ws-sg-idx > ws-sg-len
        move 'n' to ws-sg-flag(ws-sg-idx)
        add ws-sg-p to ws-sg-idx
      end-perform
    end-if
  end-perform
  if ws-dv-count = 0
    move 0 to ws-sg-proven-to
  else
    if ws-sg-square > ws-sg-hi
      move ws-sg-hi to ws-sg-proven-to
    else
      move ws-dv-top-square to ws-sg-proven-to
    end-if
  end-if.

*>classification of the candidate in n (which is > 1 here): sets
*>ws-result-code to P or N (or Q when screened) and ws-result-factor
*>to the smallest factor when composite. candidates above the
*>screening threshold are handed to the probable-prime screen when
*>that mode is on, since the trial-division loop below cannot finish
*>a large prime inside the batch window; everything else is divided
*>deterministically - only primes can be the smallest divisor of n,
*>so r walks the divisor table (or r=2 and the odd numbers above it
*>without one), and once r passes sqrt(n) with nothing found n must
*>be prime, so there is no need to walk up to n
test-candidate.
  if screen-mode-bool and n > ws-screen-threshold
    perform screen-candidate
    move 1 to ws-ev-detail
    move 0 to ws-ev-rounds
  else
    perform first-divisor
    perform until true-bool
      compute i = n/r
      compute i = r*i
      if i not = n
        perform next-divisor
        *>once r*r exceeds n we have checked every possible divisor
        *>and n must be a prime
        compute ws-r-squared = r*r
  end-if
  end-if.

*>the first trial divisor: 2, which the table also starts with
first-divisor.
  move 2 to r
  if ws-dv-count > 0
    move 1 to ws-dv-idx
  else
    move 0 to ws-dv-idx
  end-if.

*>the next trial divisor after r: the next table prime while the
*>table lasts, then the odd numbers above the last one held
next-divisor.
  if ws-dv-idx > 0 and ws-dv-idx < ws-dv-count
    add 1 to ws-dv-idx
    move ws-dv-prime(ws-dv-idx) to r
  else
    if r = 2
      move 3 to r
    else
      *> wont compile with compute r =r +2
      add 2 to r
    end-if
  end-if.

*>Miller-Rabin probable-prime screen for a large odd candidate: write
*>n-1 as d * 2^s, then for each witness base compute base^d mod n and
*>square it up to s-1 times - a base that never reaches 1 or n-1 in
      move 'y' to ws-gap-partial-flag
    end-if
  end-if.

*>the readiness report opens ahead of the card so every card fault
*>lands on it; a report that cannot be written is itself a failure
open-ready-report.
  open output ready-file
  if ready-stat not = "00"
    display 'READINESS REPORT COULD NOT BE OPENED: ' ws-ready-name
    display 'FILE STATUS: ' ready-stat
    move 16 to return-code
    stop run
  end-if
  move ws-run-yyyy to rt-yyyy
  move ws-run-mon to rt-mon
  move ws-run-dd to rt-dd
  move ws-run-hh to rt-hh
  move ws-run-mm to rt-mm
  move ws-run-ss to rt-ss
  write ready-out-record from ready-title-line after advancing 0 lines
  write ready-out-record from under-line after advancing 1 line
  move ws-card-name to rc-name
  write ready-out-record from ready-card-line after advancing 1 line.

*>one card line apply-card-keyword refused: reported, then the flag
*>is cleared so the read carries on to the next line
note-ready-card-fault.
  move 16 to ws-rdy-line-sev
  move spaces to rn-text
  string 'REJECTED CARD LINE: ' delimited by size
      ws-card-trimmed delimited by size
      into rn-text
  end-string
  perform write-ready-note
  move 'n' to ws-card-bad-flag
  move 'y' to ws-rdy-card-fault-flag.

*>everything the real run would do up to its first candidate, tried
*>in the order the run tries it, with nothing changed on the way
run-readiness-check.
  if ws-master-name not = 'NONE' or ws-history-name not = 'NONE'
    move 'y' to ws-rdy-production-flag
  end-if
  if card-bad-bool
    move 16 to ws-rdy-line-sev
    move 'control card' to rd-label
    move ws-card-name to rd-name
    move 'UNREADABLE OR NAMES NO INPUT= LIST' to rd-verdict
    perform write-ready-line
  else
    if not rdy-card-fault-bool
      move 0 to ws-rdy-line-sev
      move 'control card' to rd-label
      move ws-card-name to rd-name
      move 'every keyword accepted' to rd-verdict
      perform write-ready-line
    end-if
    perform parse-feed-list
    if ws-ovr-count > 0
      perform apply-feed-overrides
    end-if
    perform check-ready-date
    perform check-ready-feeds
    perform check-ready-files
    perform check-ready-checkpoint
    perform check-ready-lock
    perform estimate-ready-time
  end-if
  move ws-rdy-severity to rv-sev
  if ws-rdy-severity = 0
    move 'ready' to rv-verdict
  else
    if ws-rdy-severity < 8
      move 'ready, with warnings' to rv-verdict
    else
      move 'NOT READY' to rv-verdict
    end-if
  end-if
  write ready-out-record from ready-severity-line after advancing 2 lines
  close ready-file
  display 'READINESS SEVERITY: ' ws-rdy-severity.

*>the business date the run would stamp, and the calendar's verdict
*>on the operating day the real run will fall in
check-ready-date.
  perform read-processing-date
  move 0 to ws-rdy-line-sev
  move 'procdate' to rd-label
  move ws-procdate-name to rd-name
  if ws-procdate-name = 'NONE'
    move 'off (NONE), clock date used' to rd-verdict
  else
    if ws-pd-proc-date = 0
      move 'NO PROCESSING DATE, CLOCK DATE USED' to rd-verdict
      if procdate-missing-bool
        move 4 to ws-rdy-line-sev
      end-if
    else
      string 'processing date ' delimited by size
          ws-pd-proc-date delimited by size
          into rd-verdict
      end-string
    end-if
  end-if
  perform write-ready-line
  if rdy-production-bool and nonproc-day-bool
    move spaces to rn-text
    if nonproc-ans-bool
      move 0 to ws-rdy-line-sev
      string 'operating day ' delimited by size
          ws-pd-op-date delimited by size
          ' is not a processing day (' delimited by size
          ws-pd-reason delimited by '  '
          ') - overridden by NONPROC' delimited by size
          into rn-text
      end-string
    else
      move 16 to ws-rdy-line-sev
      string 'OPERATING DAY ' delimited by size
          ws-pd-op-date delimited by size
          ' IS NOT A PROCESSING DAY (' delimited by size
          ws-pd-reason delimited by '  '
          ') - THE RUN WOULD BE REFUSED' delimited by size
          into rn-text
      end-string
    end-if
    perform write-ready-note
  end-if.

*>every feed read end to end: its rows counted against any control
*>figure on the card, and sorted into magnitude bands for the
*>estimate. the first feed missing aborts the real run; a later one
*>ends it FEED MISSING
check-ready-feeds.
  initialize ws-rdy-band-table
  move 0 to ws-rdy-total-rows
  move 0 to ws-rdy-client-rows
  move 0 to ws-feed-adx
  perform until ws-feed-adx >= ws-feed-count
    add 1 to ws-feed-adx
    perform count-ready-feed
  end-perform
  if expected-count-bool
      and ws-rdy-total-rows not = ws-expected-count
    move 8 to ws-rdy-line-sev
    move ws-expected-count to ws-rdy-edit
    move ws-rdy-total-rows to ws-rdy-edit2
    move spaces to rn-text
    string 'EXPECTED-COUNT ' delimited by size
        function trim(ws-rdy-edit) delimited by size
        ' BUT THE FEEDS HOLD ' delimited by size
        function trim(ws-rdy-edit2) delimited by size
        ' ROWS - THE RUN WOULD END MISMATCH' delimited by size
        into rn-text
    end-string
    perform write-ready-note
  end-if.

count-ready-feed.
  move ws-feed-file(ws-feed-adx) to ws-filename
  move 'input feed' to rd-label
  move ws-filename to rd-name
  move 0 to ws-rdy-rows
  move 0 to ws-rdy-line-sev
  open input input-file
  if file-stat not = "00"
    close input-file
    string 'MISSING OR UNREADABLE (STATUS ' delimited by size
        file-stat delimited by size
        ')' delimited by size
        into rd-verdict
    end-string
    if ws-feed-adx = 1
      move 16 to ws-rdy-line-sev
    else
      move 8 to ws-rdy-line-sev
    end-if
    perform write-ready-line
  else
    move 'n' to ws-rdy-eof-flag
    perform until rdy-eof-bool
      read input-file
        at end move 'y' to ws-rdy-eof-flag
        not at end perform tally-ready-row
      end-read
    end-perform
    close input-file
    move ws-rdy-rows to ws-rdy-edit
    string function trim(ws-rdy-edit) delimited by size
        ' rows' delimited by size
        into rd-verdict
    end-string
    perform write-ready-line
    if ws-feed-exp-flag(ws-feed-adx) = 'y'
        and ws-rdy-rows not = ws-feed-exp-count(ws-feed-adx)
      move 8 to ws-rdy-line-sev
      move ws-feed-exp-count(ws-feed-adx) to ws-rdy-edit2
      move spaces to rn-text
      string 'FEED-EXPECTED-COUNT ' delimited by size
          function trim(ws-rdy-edit2) delimited by size
          ' BUT THE FEED HOLDS ' delimited by size
          function trim(ws-rdy-edit) delimited by size
          ' ROWS' delimited by size
          into rn-text
      end-string
      perform write-ready-note
    end-if
  end-if.

*>one feed row into its band the way the timing file books it: the
*>candidate itself, a range row's high bound, zero for a requestor
*>control row or a row that will never parse
tally-ready-row.
  add 1 to ws-rdy-rows
  add 1 to ws-rdy-total-rows
  move function trim(num) to ws-trimmed-num
  move 0 to n
  if ws-trimmed-num(1:2) = 'C ' or ws-trimmed-num(1:2) = 'c '
    add 1 to ws-rdy-client-rows
  else
    if ws-trimmed-num(1:2) = 'R ' or ws-trimmed-num(1:2) = 'r '
      move spaces to ws-rdy-tok1
      move spaces to ws-rdy-tok2
      unstring ws-trimmed-num(3:) delimited by all ' '
          into ws-rdy-tok1 ws-rdy-tok2
      end-unstring
      if ws-rdy-tok2 not = spaces
        if function test-numval(ws-rdy-tok2) = 0
            and function length(function trim(ws-rdy-tok2)) <= 18
          compute n = function numval(ws-rdy-tok2)
        end-if
      end-if
    else
      if function test-numval(ws-trimmed-num) = 0
          and function length(function trim(ws-trimmed-num)) <= 18
        compute n = function numval(ws-trimmed-num)
      end-if
    end-if
  end-if
  if n < 0
    move 0 to n
  end-if
  perform compute-band
  add 1 to ws-rdy-feed-rows(ws-band-idx).

*>each file the card names, tried for the access the real run needs
*>of it, at the severity losing it would cost that run: the output
*>and exceptions files abort it; the master, history, journal,
*>checkpoint, run-status and transmission files cost it its purpose;
*>the rest are conveniences it runs on without
check-ready-files.
  move 'output' to rd-label
  move ws-Outname to ws-probe-name
  move 'W' to ws-probe-need
  move 16 to ws-probe-fail-sev
  perform probe-ready-file
  move 'exceptions' to rd-label
  move ws-exceptions-name to ws-probe-name
  move 'W' to ws-probe-need
  move 16 to ws-probe-fail-sev
  perform probe-ready-file
  move 'checkpoint' to rd-label
  move ws-checkpoint-name to ws-probe-name
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  perform probe-ready-file
  move 'run status' to rd-label
  move ws-runstatus-name to ws-probe-name
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  perform probe-ready-file
  move 'audit log' to rd-label
  move ws-audit-name to ws-probe-name
  move 'W' to ws-probe-need
  move 4 to ws-probe-fail-sev
  perform probe-ready-file
  perform check-ready-master
  move 'journal' to rd-label
  if ws-master-name = 'NONE'
    move 'NONE' to ws-probe-name
  else
    move ws-journal-name to ws-probe-name
  end-if
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  perform probe-ready-file
  perform check-ready-history
  move 'exc ledger' to rd-label
  move ws-exc-ledger-name to ws-probe-name
  move 'W' to ws-probe-need
  move 4 to ws-probe-fail-sev
  perform probe-ready-file
  move 'transmission' to rd-label
  move ws-xmit-name to ws-probe-name
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  perform probe-ready-file
  *>the pending details are read into the transmission and the file
  *>is then truncated
  if ws-xmit-name not = 'NONE'
    move 'xmit pending' to rd-label
    move ws-xmit-pend-name to ws-probe-name
    move 'W' to ws-probe-need
    move 4 to ws-probe-fail-sev
    perform probe-ready-file
  end-if
  move 'timing' to rd-label
  move ws-timing-name to ws-probe-name
  move 'W' to ws-probe-need
  move 4 to ws-probe-fail-sev
  perform probe-ready-file
  move 'evidence' to rd-label
  move ws-evidence-name to ws-probe-name
  move 'W' to ws-probe-need
  move 4 to ws-probe-fail-sev
  perform probe-ready-file
  move 'heartbeat' to rd-label
  move ws-heartbeat-name to ws-probe-name
  move 'W' to ws-probe-need
  move 4 to ws-probe-fail-sev
  perform probe-ready-file
  *>the chargeback ledger is only written once a requestor row
  *>turns client accounting on
  if ws-rdy-client-rows > 0
    move 'chargeback' to rd-label
    move ws-chargeback-name to ws-probe-name
    move 'W' to ws-probe-need
    move 4 to ws-probe-fail-sev
    perform probe-ready-file
  end-if
  *>the divisor table is proved exactly as the run proves it
  move 0 to ws-rdy-line-sev
  move 'divisors' to rd-label
  move ws-divisor-name to rd-name
  if ws-divisor-name = 'NONE'
    move 'off (NONE)' to rd-verdict
  else
    perform load-divisor-table
    if divisor-refused-bool
      move 4 to ws-rdy-line-sev
      string 'REFUSED: ' delimited by size
          ws-dv-fault delimited by '  '
          into rd-verdict
      end-string
    else
      move ws-dv-count to ws-rdy-edit
      string 'proved, ' delimited by size
          function trim(ws-rdy-edit) delimited by size
          ' primes held' delimited by size
          into rd-verdict
      end-string
    end-if
  end-if
  perform write-ready-line.

*>the master is opened for update exactly as the run opens it, and
*>closed again untouched; one not there yet is created by the run
check-ready-master.
  move 'master' to rd-label
  move ws-master-name to ws-probe-name
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  if ws-master-name = 'NONE'
    perform probe-ready-file
  else
    open i-o master-file
    if master-stat = "00"
      close master-file
      move 0 to ws-rdy-line-sev
      move ws-master-name to rd-name
      move 'opens for update' to rd-verdict
      perform write-ready-line
    else
      if master-stat = "35"
        close master-file
        perform probe-ready-file
      else
        move 8 to ws-rdy-line-sev
        move ws-master-name to rd-name
        string 'WILL NOT OPEN FOR UPDATE (STATUS ' delimited by size
            master-stat delimited by size
            ')' delimited by size
            into rd-verdict
        end-string
        perform write-ready-line
      end-if
    end-if
  end-if.

*>the history likewise, opened for update and closed untouched
check-ready-history.
  move 'history' to rd-label
  move ws-history-name to ws-probe-name
  move 'W' to ws-probe-need
  move 8 to ws-probe-fail-sev
  if ws-history-name = 'NONE'
    perform probe-ready-file
  else
    open i-o history-file
    if history-stat = "00"
      close history-file
      move 0 to ws-rdy-line-sev
      move ws-history-name to rd-name
      move 'opens for update' to rd-verdict
      perform write-ready-line
    else
      if history-stat = "35"
        close history-file
        perform probe-ready-file
      else
        move 8 to ws-rdy-line-sev
        move ws-history-name to rd-name
        string 'WILL NOT OPEN FOR UPDATE (STATUS ' delimited by size
            history-stat delimited by size
            ')' delimited by size
            into rd-verdict
        end-string
        perform write-ready-line
      end-if
    end-if
  end-if.

*>one file tried for its access and reported. a file to be written
*>that exists is opened for extend and closed, which changes nothing;
*>one that does not exist yet is proved creatable under a scratch
*>name that is deleted straight away
probe-ready-file.
  move 0 to ws-rdy-line-sev
  move ws-probe-name to rd-name
  if ws-probe-name = 'NONE'
    move 'off (NONE)' to rd-verdict
  else
    if probe-written
      open extend probe-file
      if probe-stat = "00"
        close probe-file
        move 'present, writable' to rd-verdict
      else
        if probe-stat = "35"
          close probe-file
          perform probe-ready-create
        else
          string 'NOT WRITABLE (STATUS ' delimited by size
              probe-stat delimited by size
              ')' delimited by size
              into rd-verdict
          end-string
          move ws-probe-fail-sev to ws-rdy-line-sev
        end-if
      end-if
    else
      open input probe-file
      if probe-stat = "00"
        close probe-file
        move 'present, readable' to rd-verdict
      else
        if probe-stat = "35"
          close probe-file
          if probe-must-exist
            move 'MISSING' to rd-verdict
            move ws-probe-fail-sev to ws-rdy-line-sev
          else
            move 'not present' to rd-verdict
          end-if
        else
          string 'NOT READABLE (STATUS ' delimited by size
              probe-stat delimited by size
              ')' delimited by size
              into rd-verdict
          end-string
          move ws-probe-fail-sev to ws-rdy-line-sev
        end-if
      end-if
    end-if
  end-if
  perform write-ready-line.

probe-ready-create.
  move ws-probe-name to ws-probe-target
  move spaces to ws-probe-name
  string function trim(ws-probe-target) delimited by size
      '.rdy' delimited by size
      into ws-probe-name
  end-string
  open output probe-file
  if probe-stat = "00"
    close probe-file
    move ws-probe-name to ws-probe-del-name
    call 'CBL_DELETE_FILE' using ws-probe-del-name
      returning ws-probe-del-rc
    end-call
    move 'not present, the run creates it' to rd-verdict
  else
    string 'CANNOT BE CREATED (STATUS ' delimited by size
        probe-stat delimited by size
        ')' delimited by size
        into rd-verdict
    end-string
    move ws-probe-fail-sev to ws-rdy-line-sev
  end-if
  move ws-probe-target to ws-probe-name.

*>whether a restart checkpoint is waiting, and what the card's
*>RESTART setting will make of it
check-ready-checkpoint.
  move 0 to ws-rdy-line-sev
  move spaces to rn-text
  open input checkpoint-file
  if checkpoint-stat = "00"
    move 0 to checkpoint-count
    read checkpoint-file
      at end move 0 to checkpoint-count
    end-read
    close checkpoint-file
    move checkpoint-count to ws-rdy-edit
    if restart-bool
      string 'restart checkpoint waiting: the run resumes after record '
          delimited by size
          function trim(ws-rdy-edit) delimited by size
          into rn-text
      end-string
    else
      string 'checkpoint at record ' delimited by size
          function trim(ws-rdy-edit) delimited by size
          ' on file, RESTART is off - the run starts at record 1'
          delimited by size
          into rn-text
      end-string
    end-if
  else
    if restart-bool
      move 4 to ws-rdy-line-sev
      move 'RESTART=Y BUT NO CHECKPOINT IS WAITING - THE RUN STARTS AT RECORD 1'
          to rn-text
    else
      move 'no restart checkpoint waiting' to rn-text
    end-if
  end-if
  perform write-ready-note.

*>the lock the real run will ask for: free, held by a live run (it
*>would wait and may be refused), or stale (it would be seized)
check-ready-lock.
  move 'run lock' to rd-label
  if not rdy-production-bool
    move 0 to ws-rdy-line-sev
    move 'master and history are both NONE - the run takes no lock'
        to rn-text
    perform write-ready-note
  else
    move ws-clock-date to ws-lock-today-num
    compute ws-lock-today-int =
        function integer-of-date(ws-lock-today-num)
    open input lock-file
    if lock-stat = "35"
      close lock-file
      move ws-lock-name to ws-probe-name
      move 'W' to ws-probe-need
      move 16 to ws-probe-fail-sev
      perform probe-ready-file
    else
      if lock-stat = "00"
        move spaces to ws-lock-rec
        read lock-file
          at end continue
          not at end
            move lock-info to ws-lock-rec
        end-read
        close lock-file
        perform judge-lock-age
        move ws-lock-age-mins to ws-rdy-edit
        move ws-lk-in-name to rd-name
        string 'held since ' delimited by size
            ws-lk-date delimited by size
            ' ' delimited by size
            ws-lk-time delimited by size
            ', ' delimited by size
            function trim(ws-rdy-edit) delimited by size
            ' min' delimited by size
            into rd-verdict
        end-string
        if ws-lock-age-mins > ws-lock-stale-minutes
          move 4 to ws-rdy-line-sev
          perform write-ready-line
          move 4 to ws-rdy-line-sev
          move 'the lock is past the stale threshold - the run would seize it'
              to rn-text
        else
          move 8 to ws-rdy-line-sev
          perform write-ready-line
          move 8 to ws-rdy-line-sev
          move 'A LIVE RUN HOLDS THE LOCK - THE RUN WOULD WAIT AND MAY BE REFUSED'
              to rn-text
        end-if
        perform write-ready-note
      else
        move 16 to ws-rdy-line-sev
        move ws-lock-name to rd-name
        string 'UNREADABLE (STATUS ' delimited by size
            lock-stat delimited by size
            '), THE RUN IS REFUSED' delimited by size
            into rd-verdict
        end-string
        perform write-ready-line
      end-if
    end-if
  end-if.

*>the run time estimate: each band's rows at that band's average cost
*>per row in the last timing file - the card's own TIMING= file, or
*>timing.dat when this run turns telemetry off - judged against the
*>same window the run's own projection uses
estimate-ready-time.
  if ws-timing-name not = 'NONE'
    move ws-timing-name to ws-rdy-hist-name
  end-if
  move ws-rdy-hist-name to ws-timing-name
  move 0 to ws-rdy-line-sev
  move 'n' to ws-rdy-no-hist-flag
  move 0 to ws-rdy-est-total
  open input timing-file
  if timing-stat not = "00"
    close timing-file
    move spaces to rn-text
    string 'no timing history in ' delimited by size
        ws-rdy-hist-name delimited by space
        ' - run time not estimated' delimited by size
        into rn-text
    end-string
    perform write-ready-note
  else
    move 'n' to ws-rdy-eof-flag
    perform until rdy-eof-bool
      read timing-file
        at end move 'y' to ws-rdy-eof-flag
        not at end
          move timing-info to timing-line
          if tl-band is numeric and tl-centis is numeric
            if tl-band >= 1 and tl-band <= 4
              add 1 to ws-rdy-hist-rows(tl-band)
              add tl-centis to ws-rdy-hist-centis(tl-band)
            end-if
          end-if
      end-read
    end-perform
    close timing-file
    write ready-out-record from tim-band-header-line
        after advancing 2 lines
    move 0 to ws-band-idx
    perform until ws-band-idx >= 4
      add 1 to ws-band-idx
      move 0 to ws-rdy-est-centis(ws-band-idx)
      if ws-rdy-hist-rows(ws-band-idx) > 0
        compute ws-rdy-est-centis(ws-band-idx) =
            ws-rdy-feed-rows(ws-band-idx)
            * ws-rdy-hist-centis(ws-band-idx)
            / ws-rdy-hist-rows(ws-band-idx)
      else
        if ws-rdy-feed-rows(ws-band-idx) > 0
          move 'y' to ws-rdy-no-hist-flag
        end-if
      end-if
      add ws-rdy-est-centis(ws-band-idx) to ws-rdy-est-total
      move ws-band-label(ws-band-idx) to rb-label
      move ws-rdy-feed-rows(ws-band-idx) to rb-rows
      move ws-rdy-hist-rows(ws-band-idx) to rb-hist
      compute rb-mins rounded = ws-rdy-est-centis(ws-band-idx) / 6000
      write ready-out-record from ready-band-line
          after advancing 1 line
    end-perform
    compute re-minutes rounded = ws-rdy-est-total / 6000
    compute re-window = ws-window-centis / 6000
    if ws-rdy-est-total > ws-window-centis
      move 4 to ws-rdy-line-sev
      move 'DOES NOT FIT' to re-verdict
    else
      move 'FITS' to re-verdict
    end-if
    write ready-out-record from ready-estimate-line
        after advancing 1 line
    if ws-rdy-line-sev > ws-rdy-severity
      move ws-rdy-line-sev to ws-rdy-severity
    end-if
    if rdy-no-hist-bool
      move 0 to ws-rdy-line-sev
      move 'a band with rows has no timing history - the estimate leaves it out'
          to rn-text
      perform write-ready-note
    end-if
  end-if.

*>one readiness finding: written, and the check's severity raised to
*>it; the fields are cleared for the next finding
write-ready-line.
  if ws-rdy-line-sev > ws-rdy-severity
    move ws-rdy-line-sev to ws-rdy-severity
  end-if
  move ws-rdy-line-sev to rd-sev
  write ready-out-record from ready-line after advancing 1 line
  move spaces to rd-name
  move spaces to rd-verdict.

write-ready-note.
  if ws-rdy-line-sev > ws-rdy-severity
    move ws-rdy-line-sev to ws-rdy-severity
  end-if
  write ready-out-record from ready-note-line after advancing 1 line
  move spaces to rn-text.
