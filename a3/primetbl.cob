identification division.
program-id. primetbl.

*>builds the shared small-prime divisor table: every prime up to the
*>square root of the 18 digit ceiling (10^9), written once by this job
*>so the check program, the requalify sweep and range enumeration can
*>divide by primes only instead of by every odd number. the primes
*>come out of a segmented sieve of the odd numbers - a million odd
*>values at a time, struck by the base primes up to the square root
*>of the limit - and go to a work copy of the table with a header, one
*>detail per prime and a control trailer carrying the prime count,
*>the highest prime and a hash total of the prime values. the work
*>copy is then read back cold, proved against its own trailer and
*>against every claim in the certification deck the table can speak
*>to (a P or Q candidate within the limit must be in it, an N
*>candidate must not be, an N factor must be a table prime that
*>divides its candidate, an R range must hold exactly the stated
*>count), and only a table that passes replaces the live one:
*>  0 built, verified and installed, 8 verification failed (the live
*>  table is left alone, the work copy is kept to look at), 16 could
*>  not build or could not verify

environment division.
input-output section.
file-control.
select table-file assign to dynamic ws-work-name
  organization is line sequential
  FILE STATUS table-stat.

select deck-file assign to dynamic ws-deck-name
  organization is line sequential
  FILE STATUS deck-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd table-file.
01 table-record.
 05 table-info pic x(50).

fd deck-file.
01 deck-record.
 05 deck-row pic x(100).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-table-name pic x(30) value 'divisors.dat'.
77 ws-work-name pic x(40) value spaces.
77 ws-deck-name pic x(30) value 'certdeck.dat'.
77 ws-report-name pic x(30) value 'primetbl.out'.
01  table-stat pic xx.
01  deck-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-build-failed-flag picture x(1) value 'n'.
  88 build-failed-bool value 'y'.
01 ws-trailer-seen-flag picture x(1) value 'n'.
  88 trailer-seen-bool value 'y'.
01 ws-claim-found-flag picture x(1) value 'n'.
  88 claim-found-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the table reaches the square root of the largest 18 digit value; a
*>smaller limit may be asked for (a quick rebuild to prove the job),
*>never a larger one
77 ws-limit picture 9(10) value 1000000000.
77 ws-limit-ceiling picture 9(10) value 1000000000.

*>the table layout, mirrored by every program that loads it: header
*>with the build stamp and the limit, one detail per prime ascending,
*>trailer with the count, the highest prime and the hash total
01 tbl-header-line.
  02 th-kind picture x(1) value 'H'.
  02 filler picture x value space.
  02 th-date picture 9(8).
  02 filler picture x value space.
  02 th-time picture 9(6).
  02 filler picture x value space.
  02 th-limit picture 9(10).
01 tbl-prime-line.
  02 tp-kind picture x(1) value 'D'.
  02 filler picture x value space.
  02 tp-prime picture 9(10).
01 tbl-trailer-line.
  02 tt-kind picture x(1) value 'T'.
  02 filler picture x value space.
  02 tt-count picture 9(9).
  02 filler picture x value space.
  02 tt-highest picture 9(10).
  02 filler picture x value space.
  02 tt-hash picture 9(18).

*>the same record read back as text, so a damaged line is reported
*>instead of abended on
01 ws-tbl-rec.
  02 ws-tb-kind picture x(1).
  02 filler picture x.
  02 ws-tb-prime picture x(10).
  02 filler picture x(29).
01 ws-tbl-header redefines ws-tbl-rec.
  02 filler picture x(2).
  02 ws-tb-date picture x(8).
  02 filler picture x.
  02 ws-tb-time picture x(6).
  02 filler picture x.
  02 ws-tb-limit picture x(10).
  02 filler picture x(13).
01 ws-tbl-trailer redefines ws-tbl-rec.
  02 filler picture x(2).
  02 ws-tb-count picture x(9).
  02 filler picture x.
  02 ws-tb-highest picture x(10).
  02 filler picture x.
  02 ws-tb-hash picture x(18).

*>base primes: the odd primes up to the square root of the limit,
*>from a plain sieve of that small stretch (3401 of them at 10^9)
77 ws-base-limit picture 9(9) usage is computational.
01 ws-base-sieve.
  02 ws-bs-flag picture x(1) occurs 31623 times.
01 ws-base-prime-table.
  02 ws-bp-prime picture 9(9) usage is computational
      occurs 3500 times.
77 ws-bp-count picture 9(9) usage is computational value 0.
77 ws-bp-idx picture 9(9) usage is computational.
77 ws-bs-i picture 9(9) usage is computational.
77 ws-bs-j picture 9(9) usage is computational.

*>one segment of the odd-number sieve: flag k stands for the value
*>ws-seg-lo + 2 * (k - 1)
77 ws-seg-size picture 9(9) usage is computational value 1000000.
01 ws-sieve-segment.
  02 ws-sv-flag picture x(1) occurs 1000000 times.
77 ws-seg-lo picture s9(18) usage is computational.
77 ws-seg-hi picture s9(18) usage is computational.
77 ws-seg-len picture 9(9) usage is computational.
77 ws-sv-idx picture 9(9) usage is computational.
77 ws-sv-p picture s9(18) usage is computational.
77 ws-sv-square picture s9(18) usage is computational.
77 ws-sv-quot picture s9(18) usage is computational.
77 ws-sv-mult picture s9(18) usage is computational.
77 ws-sv-value picture s9(18) usage is computational.

*>what the build wrote, and separately what the read-back found
77 ws-bld-count picture 9(9) value 0.
77 ws-bld-highest picture 9(10) value 0.
77 ws-bld-hash picture 9(18) value 0.
77 ws-chk-count picture 9(9) value 0.
77 ws-chk-highest picture 9(10) value 0.
77 ws-chk-hash picture 9(18) value 0.
77 ws-chk-prime picture 9(10) value 0.
77 ws-chk-after-trailer picture 9(9) value 0.

*>certification deck claims the table can speak to, sorted by value
*>and matched against the primes as they stream past: I must be in
*>the table, O must not be
77 ws-dk-tag picture x(10) value spaces.
77 ws-dk-code picture x(20) value spaces.
77 ws-dk-factor picture x(20) value spaces.
77 ws-dk-text picture x(40) value spaces.
77 ws-dk-line-no picture 9(4) value 0.
77 ws-dk-num picture s9(18) usage is computational.
77 ws-dk-fac picture s9(18) usage is computational.
77 ws-claim-max picture 9(4) usage is computational value 500.
01 ws-claim-table.
  02 ws-cl-entry occurs 500 times.
    03 ws-cl-value picture s9(18) usage is computational.
    03 ws-cl-want picture x(1).
    03 ws-cl-line picture 9(4).
01 ws-cl-hold.
  02 ws-clh-value picture s9(18) usage is computational.
  02 ws-clh-want picture x(1).
  02 ws-clh-line picture 9(4).
77 ws-cl-count picture 9(4) usage is computational value 0.
77 ws-cl-ptr picture 9(4) usage is computational value 1.
77 ws-cl-idx picture 9(4) usage is computational.
77 ws-cl-jdx picture 9(4) usage is computational.
77 ws-range-max picture 9(4) usage is computational value 100.
01 ws-range-table.
  02 ws-rg-entry occurs 100 times.
    03 ws-rg-low picture s9(18) usage is computational.
    03 ws-rg-high picture s9(18) usage is computational.
    03 ws-rg-want picture 9(9).
    03 ws-rg-found picture 9(9).
    03 ws-rg-line picture 9(4).
77 ws-rg-count picture 9(4) usage is computational value 0.
77 ws-rg-idx picture 9(4) usage is computational.
77 ws-rg-top picture s9(18) usage is computational value 0.
77 ws-tot-claims picture 9(9) value 0.
77 ws-tot-beyond picture 9(9) value 0.
77 ws-tot-failed picture 9(9) value 0.
77 ws-tot-listed picture 9(9) value 0.
77 ws-fail-reason picture x(60) value spaces.
77 ws-fail-value picture z(17)9.
77 ws-ren-rc picture s9(9) usage is computational value 0.

01 ws-run-date-group.
  02 ws-run-yyyy picture 9(4).
  02 ws-run-mon picture 9(2).
  02 ws-run-dd picture 9(2).
01 ws-run-time-group.
  02 ws-run-hh picture 9(2).
  02 ws-run-mm picture 9(2).
  02 ws-run-ss picture 9(2).
  02 ws-run-hs picture 9(2).

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(30) value 'divisor table build -         '.
  02 rpt-title-yyyy picture 9999.
  02 filler picture x value '/'.
  02 rpt-title-mon picture 99.
  02 filler picture x value '/'.
  02 rpt-title-dd picture 99.
  02 filler picture x value space.
  02 rpt-title-hh picture 99.
  02 filler picture x value ':'.
  02 rpt-title-mm picture 99.
  02 filler picture x value ':'.
  02 rpt-title-ss picture 99.
01 rpt-under-line.
  02 filler picture x(50) value
' -------------------------------------------------'.
01 blank-line.
  02 filler picture x(1) value space.
01 note-line.
  02 filler picture x(1) value space.
  02 nl-text picture x(78).
01 count-line.
  02 filler picture x(1) value space.
  02 cn-label picture x(30).
  02 cn-count picture z(17)9.
01 failure-line.
  02 filler picture x(7) value ' deck  '.
  02 fl-line picture z(3)9.
  02 filler picture x(2) value spaces.
  02 fl-value picture z(17)9.
  02 filler picture x(2) value spaces.
  02 fl-reason picture x(60).
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-text picture x(70).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>table, deck, report and limit from the command line for the
  *>scheduled job, or prompted at a terminal, same convention as the
  *>other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-table-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-deck-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-arg-buffer from argument-value
      if function test-numval(ws-arg-buffer) = 0
        compute ws-limit = function numval(ws-arg-buffer)
      end-if
    end-if
  else
    display 'enter divisor table filename (default divisors.dat)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-table-name
    end-if
    display 'enter certification deck filename (default certdeck.dat)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-deck-name
    end-if
  end-if.
  if ws-limit > ws-limit-ceiling or ws-limit < 3
    move ws-limit-ceiling to ws-limit
  end-if.
  move spaces to ws-work-name.
  string function trim(ws-table-name) '.new'
    delimited by size into ws-work-name
  end-string.

  perform open-report.

  *>the deck is read first: without it the table cannot be verified,
  *>so there is no point spending the build on it
  perform load-deck-claims.
  if ws-severity < 16
    perform build-base-primes
    perform build-table
  end-if.
  if ws-severity < 16
    perform verify-table
  end-if.
  perform write-summary.
  if ws-severity = 0
    perform install-table
  end-if.
  perform write-verdict.

  if report-open-bool
    close report-file
    display 'divisor table report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>every C and R line of the deck the table can answer. C P and C Q
*>candidates within the limit must be table primes; C N candidates
*>within it must not be; a C N factor must divide its candidate and,
*>within the limit, be a table prime; an R range wholly within the
*>limit must hold its stated count. the illegal-input classes say
*>nothing about the table and pass
load-deck-claims.
  open input deck-file
  if deck-stat not = "00"
    display 'CERTIFICATION DECK COULD NOT BE OPENED: ' ws-deck-name
    display 'FILE STATUS: ' deck-stat
    move 'certification deck missing - table cannot be verified'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    perform until eof-bool
      read deck-file
        at end move 'y' to eof
        not at end
          add 1 to ws-dk-line-no
          if deck-row not = spaces and deck-row(1:1) not = '*'
            perform note-deck-line
          end-if
      end-read
    end-perform
    close deck-file
    perform sort-claims
  end-if.

note-deck-line.
  move spaces to ws-dk-tag ws-dk-code ws-dk-factor ws-dk-text
  unstring deck-row delimited by all ' '
      into ws-dk-tag ws-dk-code ws-dk-factor ws-dk-text
  end-unstring
  if ws-dk-tag = 'C'
    if (ws-dk-code = 'P' or ws-dk-code = 'Q' or ws-dk-code = 'N')
        and function test-numval(ws-dk-text) = 0
        and function test-numval(ws-dk-factor) = 0
      compute ws-dk-num = function numval(ws-dk-text)
      compute ws-dk-fac = function numval(ws-dk-factor)
      if ws-dk-code = 'N'
        if ws-dk-num <= ws-limit
          move ws-dk-num to ws-sv-value
          move 'O' to ws-clh-want
          perform add-claim
        else
          add 1 to ws-tot-beyond
        end-if
        if ws-dk-fac > 0
          if ws-dk-fac = 1 or ws-dk-fac >= ws-dk-num
              or function mod(ws-dk-num, ws-dk-fac) not = 0
            move ws-dk-line-no to fl-line
            move ws-dk-fac to fl-value
            move 'deck factor does not divide its candidate'
                to fl-reason
            perform write-failure-line
          else
            if ws-dk-fac <= ws-limit
              move ws-dk-fac to ws-sv-value
              move 'I' to ws-clh-want
              perform add-claim
            else
              add 1 to ws-tot-beyond
            end-if
          end-if
        end-if
      else
        if ws-dk-num >= 2 and ws-dk-num <= ws-limit
          move ws-dk-num to ws-sv-value
          move 'I' to ws-clh-want
          perform add-claim
        else
          add 1 to ws-tot-beyond
        end-if
      end-if
    end-if
  else
    if ws-dk-tag = 'R'
        and function test-numval(ws-dk-code) = 0
        and function test-numval(ws-dk-factor) = 0
        and function test-numval(ws-dk-text) = 0
      if function numval(ws-dk-text) > ws-limit
        add 1 to ws-tot-beyond
      else
        if ws-rg-count >= ws-range-max
          move 'deck holds more ranges than the job can check'
              to nl-text
          perform write-note-line
          move 16 to ws-severity
        else
          add 1 to ws-rg-count
          add 1 to ws-tot-claims
          compute ws-rg-low(ws-rg-count) = function numval(ws-dk-factor)
          compute ws-rg-high(ws-rg-count) = function numval(ws-dk-text)
          compute ws-rg-want(ws-rg-count) = function numval(ws-dk-code)
          move 0 to ws-rg-found(ws-rg-count)
          move ws-dk-line-no to ws-rg-line(ws-rg-count)
          if ws-rg-high(ws-rg-count) > ws-rg-top
            move ws-rg-high(ws-rg-count) to ws-rg-top
          end-if
        end-if
      end-if
    end-if
  end-if.

add-claim.
  if ws-cl-count >= ws-claim-max
    move 'deck holds more claims than the job can check' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    add 1 to ws-cl-count
    add 1 to ws-tot-claims
    move ws-sv-value to ws-cl-value(ws-cl-count)
    move ws-clh-want to ws-cl-want(ws-cl-count)
    move ws-dk-line-no to ws-cl-line(ws-cl-count)
  end-if.

*>the deck is a few dozen lines: a straight insertion sort by value
sort-claims.
  move 1 to ws-cl-idx
  perform until ws-cl-idx >= ws-cl-count
    add 1 to ws-cl-idx
    move ws-cl-entry(ws-cl-idx) to ws-cl-hold
    move ws-cl-idx to ws-cl-jdx
    perform until ws-cl-jdx <= 1
        or ws-cl-value(ws-cl-jdx - 1) <= ws-clh-value
      move ws-cl-entry(ws-cl-jdx - 1) to ws-cl-entry(ws-cl-jdx)
      subtract 1 from ws-cl-jdx
    end-perform
    move ws-cl-hold to ws-cl-entry(ws-cl-jdx)
  end-perform.

*>the odd primes up to the square root of the limit, by a plain sieve
*>of that stretch - they strike every segment of the main sieve
build-base-primes.
  compute ws-base-limit = function integer(function sqrt(ws-limit))
  perform until ws-base-limit * ws-base-limit <= ws-limit
    subtract 1 from ws-base-limit
  end-perform
  perform until (ws-base-limit + 1) * (ws-base-limit + 1) > ws-limit
    add 1 to ws-base-limit
  end-perform
  move all 'y' to ws-base-sieve
  move 2 to ws-bs-i
  perform until ws-bs-i * ws-bs-i > ws-base-limit
    if ws-bs-flag(ws-bs-i) = 'y'
      compute ws-bs-j = ws-bs-i * ws-bs-i
      perform until ws-bs-j > ws-base-limit
        move 'n' to ws-bs-flag(ws-bs-j)
        add ws-bs-i to ws-bs-j
      end-perform
    end-if
    add 1 to ws-bs-i
  end-perform
  move 0 to ws-bp-count
  move 3 to ws-bs-i
  perform until ws-bs-i > ws-base-limit
    if ws-bs-flag(ws-bs-i) = 'y'
      add 1 to ws-bp-count
      move ws-bs-i to ws-bp-prime(ws-bp-count)
    end-if
    add 2 to ws-bs-i
  end-perform.

*>header, 2, then the odd primes a segment at a time, then the
*>trailer. a write that fails (disk full) ends the build - a table
*>short of its trailer could never pass the check anyway
build-table.
  open output table-file
  if table-stat not = "00"
    display 'DIVISOR TABLE WORK FILE COULD NOT BE OPENED: '
        ws-work-name
    display 'FILE STATUS: ' table-stat
    move 'table work file could not be opened - nothing built'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move ws-run-date-group to th-date
    move ws-run-time-group(1:6) to th-time
    move ws-limit to th-limit
    write table-record from tbl-header-line
    move 2 to ws-sv-value
    perform write-table-prime
    move 3 to ws-seg-lo
    perform until ws-seg-lo > ws-limit or build-failed-bool
      compute ws-seg-hi = ws-seg-lo + 2 * (ws-seg-size - 1)
      if ws-seg-hi > ws-limit
        move ws-limit to ws-seg-hi
        if function mod(ws-seg-hi, 2) = 0
          subtract 1 from ws-seg-hi
        end-if
      end-if
      compute ws-seg-len = (ws-seg-hi - ws-seg-lo) / 2 + 1
      perform sieve-segment
      move 0 to ws-sv-idx
      perform until ws-sv-idx >= ws-seg-len or build-failed-bool
        add 1 to ws-sv-idx
        if ws-sv-flag(ws-sv-idx) = 'y'
          compute ws-sv-value = ws-seg-lo + 2 * (ws-sv-idx - 1)
          perform write-table-prime
        end-if
      end-perform
      compute ws-seg-lo = ws-seg-hi + 2
    end-perform
    if not build-failed-bool
      move ws-bld-count to tt-count
      move ws-bld-highest to tt-highest
      move ws-bld-hash to tt-hash
      write table-record from tbl-trailer-line
      if table-stat not = "00"
        move 'y' to ws-build-failed-flag
      end-if
    end-if
    close table-file
    if build-failed-bool
      display 'DIVISOR TABLE WRITE FAILED'
      display 'FILE STATUS: ' table-stat
      move 'table work file write failed - build abandoned'
          to nl-text
      perform write-note-line
      move 16 to ws-severity
    end-if
  end-if.

*>strike every odd multiple of each base prime inside the segment,
*>starting no lower than the prime's square (anything below that has
*>a smaller factor and is already struck)
sieve-segment.
  move all 'y' to ws-sieve-segment
  move 0 to ws-bp-idx
  move 0 to ws-sv-square
  perform until ws-bp-idx >= ws-bp-count or ws-sv-square > ws-seg-hi
    add 1 to ws-bp-idx
    move ws-bp-prime(ws-bp-idx) to ws-sv-p
    compute ws-sv-square = ws-sv-p * ws-sv-p
    if ws-sv-square <= ws-seg-hi
      compute ws-sv-quot = (ws-seg-lo + ws-sv-p - 1) / ws-sv-p
      compute ws-sv-mult = ws-sv-quot * ws-sv-p
      if ws-sv-mult < ws-sv-square
        move ws-sv-square to ws-sv-mult
      end-if
      if function mod(ws-sv-mult, 2) = 0
        add ws-sv-p to ws-sv-mult
      end-if
      compute ws-sv-idx = (ws-sv-mult - ws-seg-lo) / 2 + 1
      perform until ws-sv-idx > ws-seg-len
        move 'n' to ws-sv-flag(ws-sv-idx)
        add ws-sv-p to ws-sv-idx
      end-perform
    end-if
  end-perform.

write-table-prime.
  move ws-sv-value to tp-prime
  write table-record from tbl-prime-line
  if table-stat not = "00"
    move 'y' to ws-build-failed-flag
  else
    add 1 to ws-bld-count
    add ws-sv-value to ws-bld-hash
    move ws-sv-value to ws-bld-highest
  end-if.

*>the work copy read back from the top with none of the build's
*>totals: header for this limit, details strictly ascending and
*>within the limit, exactly one trailer and nothing after it, trailer
*>figures equal to what was actually read - and every deck claim
*>settled as the primes go past
verify-table.
  open input table-file
  if table-stat not = "00"
    display 'DIVISOR TABLE WORK FILE COULD NOT BE READ: ' ws-work-name
    display 'FILE STATUS: ' table-stat
    move 'table work file could not be read back - not verified'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    move 'n' to ws-trailer-seen-flag
    move 1 to ws-cl-ptr
    read table-file into ws-tbl-rec
      at end move 'y' to eof
    end-read
    if eof-bool or ws-tb-kind not = 'H' or ws-tb-limit not numeric
      move 'table header missing or damaged' to ws-fail-reason
      perform write-table-failure
    else
      if function numval(ws-tb-limit) not = ws-limit
        move 'table header limit is not the limit asked for'
            to ws-fail-reason
        perform write-table-failure
      end-if
    end-if
    perform until eof-bool
      read table-file into ws-tbl-rec
        at end move 'y' to eof
        not at end perform check-table-record
      end-read
    end-perform
    close table-file
    perform check-table-trailer
    *>claims the stream never reached are values above the highest
    *>prime - absent from the table
    move 'n' to ws-claim-found-flag
    perform until ws-cl-ptr > ws-cl-count
      perform settle-claim
    end-perform
    move 0 to ws-rg-idx
    perform until ws-rg-idx >= ws-rg-count
      add 1 to ws-rg-idx
      if ws-rg-found(ws-rg-idx) not = ws-rg-want(ws-rg-idx)
        move ws-rg-line(ws-rg-idx) to fl-line
        move ws-rg-found(ws-rg-idx) to fl-value
        move spaces to fl-reason
        move ws-rg-want(ws-rg-idx) to ws-fail-value
        string 'range holds this many table primes, deck says '
            function trim(ws-fail-value)
          delimited by size into fl-reason
        end-string
        perform write-failure-line
      end-if
    end-perform
  end-if.

check-table-record.
  if trailer-seen-bool
    add 1 to ws-chk-after-trailer
  else
    if ws-tb-kind = 'T'
      move 'y' to ws-trailer-seen-flag
      move ws-tbl-rec to tbl-trailer-line
    else
      if ws-tb-kind not = 'D' or ws-tb-prime not numeric
        move 'malformed table record' to ws-fail-reason
        perform write-table-failure
      else
        move ws-tb-prime to ws-chk-prime
        if ws-chk-prime <= ws-chk-highest or ws-chk-prime < 2
            or ws-chk-prime > ws-limit
          move 'table primes out of order or out of range'
              to ws-fail-reason
          perform write-table-failure
        else
          add 1 to ws-chk-count
          add ws-chk-prime to ws-chk-hash
          move ws-chk-prime to ws-chk-highest
          perform match-claims
        end-if
      end-if
    end-if
  end-if.

*>settle every claim at or below this prime: below it means absent,
*>equal means present. ranges count the primes inside them
match-claims.
  perform until ws-cl-ptr > ws-cl-count
      or ws-cl-value(ws-cl-ptr) > ws-chk-prime
    if ws-cl-value(ws-cl-ptr) = ws-chk-prime
      move 'y' to ws-claim-found-flag
    else
      move 'n' to ws-claim-found-flag
    end-if
    perform settle-claim
  end-perform
  if ws-chk-prime <= ws-rg-top
    move 0 to ws-rg-idx
    perform until ws-rg-idx >= ws-rg-count
      add 1 to ws-rg-idx
      if ws-chk-prime >= ws-rg-low(ws-rg-idx)
          and ws-chk-prime <= ws-rg-high(ws-rg-idx)
        add 1 to ws-rg-found(ws-rg-idx)
      end-if
    end-perform
  end-if.

settle-claim.
  if ws-cl-want(ws-cl-ptr) = 'I' and not claim-found-bool
    move ws-cl-line(ws-cl-ptr) to fl-line
    move ws-cl-value(ws-cl-ptr) to fl-value
    move 'deck prime is missing from the table' to fl-reason
    perform write-failure-line
  end-if
  if ws-cl-want(ws-cl-ptr) = 'O' and claim-found-bool
    move ws-cl-line(ws-cl-ptr) to fl-line
    move ws-cl-value(ws-cl-ptr) to fl-value
    move 'deck composite is in the table' to fl-reason
    perform write-failure-line
  end-if
  add 1 to ws-cl-ptr.

check-table-trailer.
  if not trailer-seen-bool
    move 'table trailer missing' to ws-fail-reason
    perform write-table-failure
  else
  if tt-count not numeric or tt-highest not numeric
      or tt-hash not numeric
    move 'table trailer damaged' to ws-fail-reason
    perform write-table-failure
  else
    if tt-count not = ws-chk-count
      move 'trailer count does not match the primes read'
          to ws-fail-reason
      perform write-table-failure
    end-if
    if tt-highest not = ws-chk-highest
      move 'trailer highest prime does not match the last read'
          to ws-fail-reason
      perform write-table-failure
    end-if
    if tt-hash not = ws-chk-hash
      move 'trailer hash total does not match the primes read'
          to ws-fail-reason
      perform write-table-failure
    end-if
    if ws-chk-after-trailer > 0
      move 'records follow the trailer' to ws-fail-reason
      perform write-table-failure
    end-if
  end-if
  end-if.

*>a damaged table tends to fail on every line after the damage: the
*>first hundred are listed, the rest only counted
write-table-failure.
  add 1 to ws-tot-failed
  if ws-severity < 8
    move 8 to ws-severity
  end-if
  if ws-tot-listed < 100
    add 1 to ws-tot-listed
    move spaces to nl-text
    string 'TABLE: ' ws-fail-reason delimited by size into nl-text
    end-string
    display 'DIVISOR TABLE FAILED: ' ws-fail-reason
    perform write-note-line
  end-if.

write-failure-line.
  add 1 to ws-tot-failed
  if ws-severity < 8
    move 8 to ws-severity
  end-if
  display 'DECK CLAIM FAILED: ' fl-value ' - ' fl-reason
  if report-open-bool
    write rpt-line from failure-line after advancing 1 line
  end-if.

write-summary.
  move 'table limit' to cn-label
  move ws-limit to cn-count
  perform write-count-line
  move 'primes written' to cn-label
  move ws-bld-count to cn-count
  perform write-count-line
  move 'primes read back' to cn-label
  move ws-chk-count to cn-count
  perform write-count-line
  move 'highest prime' to cn-label
  move ws-chk-highest to cn-count
  perform write-count-line
  move 'hash total' to cn-label
  move ws-chk-hash to cn-count
  perform write-count-line
  perform write-blank-line
  move 'deck claims checked' to cn-label
  move ws-tot-claims to cn-count
  perform write-count-line
  move 'deck claims beyond the limit' to cn-label
  move ws-tot-beyond to cn-count
  perform write-count-line
  move 'failures' to cn-label
  move ws-tot-failed to cn-count
  perform write-count-line
  perform write-blank-line.

*>the verified work copy replaces the live table in one rename, so a
*>run starting meanwhile sees the old table or the new, never half
install-table.
  call 'CBL_RENAME_FILE' using ws-work-name ws-table-name
    returning ws-ren-rc
  end-call
  if ws-ren-rc not = 0
    display 'DIVISOR TABLE COULD NOT BE INSTALLED AS '
        function trim(ws-table-name)
    move 16 to ws-severity
  end-if.

write-verdict.
  move spaces to vd-text
  if ws-severity = 0
    string 'INSTALLED as ' function trim(ws-table-name)
      delimited by size into vd-text
    end-string
    display 'divisor table installed: ' ws-chk-count ' primes to '
        ws-limit
  else
    if ws-severity = 8
      string 'NOT INSTALLED - failed verification, work copy kept as '
          function trim(ws-work-name)
        delimited by size into vd-text
      end-string
      display 'DIVISOR TABLE NOT INSTALLED: ' ws-tot-failed
          ' FAILURE(S)'
    else
      move 'NOT INSTALLED - could not build or verify the table'
          to vd-text
      display 'DIVISOR TABLE NOT INSTALLED'
    end-if
  end-if
  if report-open-bool
    write rpt-line from verdict-line after advancing 1 line
  end-if.

open-report.
  open output report-file
  if report-stat = "00"
    move 'y' to ws-report-open-flag
    move ws-run-yyyy to rpt-title-yyyy
    move ws-run-mon to rpt-title-mon
    move ws-run-dd to rpt-title-dd
    move ws-run-hh to rpt-title-hh
    move ws-run-mm to rpt-title-mm
    move ws-run-ss to rpt-title-ss
    write rpt-line from rpt-title-line after advancing 0 lines
    write rpt-line from rpt-under-line after advancing 1 line
    write rpt-line from blank-line after advancing 1 line
  else
    display 'REPORT FILE COULD NOT BE OPENED'
    display 'FILE STATUS: ' report-stat
  end-if.

write-note-line.
  if report-open-bool
    write rpt-line from note-line after advancing 1 line
  end-if.

write-count-line.
  if report-open-bool
    write rpt-line from count-line after advancing 1 line
  end-if.

write-blank-line.
  if report-open-bool
    write rpt-line from blank-line after advancing 1 line
  end-if.
