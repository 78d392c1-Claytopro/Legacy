*>walks the master in key order, recomputes every 'Q' record with the
*>full deterministic trial-division test, rewrites upgraded records
*>in place preserving their first-seen date and times-seen count,
*>files each upgrade in the run-history log so the inquiry screen
*>shows it, and reports exactly how many 'Q' records remain. a
*>minutes budget and its own checkpoint let one sweep span several
*>weekend windows: a budget-stopped sweep counts the Q records it
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

select sweep-ckpt-file assign to dynamic ws-ckpt-name
  organization is line sequential
  FILE STATUS sweep-ckpt-stat.
  organization is line sequential
  FILE STATUS lock-stat.

select divisor-file assign to dynamic ws-divisor-name
  organization is line sequential
  FILE STATUS divisor-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

data division.
file section.
fd master-file.
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

*>the master journal the check program appends to; every upgrade
*>this sweep rewrites goes on it so a roll-forward replays it
fd journal-file.
01 journal-out-record.
 05 journal-info pic x(150).

*>where the last sweep stopped and what it has upgraded so far, so a
*>multi-weekend sweep carries its progress forward
01 lock-out-record.
 05 lock-info pic x(50).

*>the shared small-prime divisor table the check program divides by
fd divisor-file.
01 divisor-in-record.
 05 divisor-info pic x(50).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-ckpt-name pic x(30) value 'primerqf.ckp'.
77 ws-journal-name pic x(30) value 'verified.jnl'.
77 ws-report-name pic x(30) value 'primerqf.out'.
77 ws-lock-name pic x(30) value 'verified.lck'.
77 ws-divisor-name pic x(30) value 'divisors.dat'.
01  master-stat pic xx.
01  history-stat pic xx.
01  sweep-ckpt-stat pic xx.
01  journal-stat pic xx.
01  report-stat pic xx.
01  lock-stat pic xx.
01  divisor-stat pic xx.

*>wall-clock budget in minutes; 0 runs the sweep to the end of the
*>master whatever it costs - a choice for a long weekend, not a
  88 eof-bool value 'y'.
01 ws-history-open-flag picture x(1) value 'n'.
  88 history-open-bool value 'y'.
01 ws-journal-open-flag picture x(1) value 'n'.
  88 journal-open-bool value 'y'.
01 ws-budget-spent-flag picture x(1) value 'n'.
  88 budget-spent-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the deterministic trial-division test, same arithmetic the check
*>program runs: r walks the divisor table's primes (or r=2 and the
*>odd numbers above it without one), and once r*r passes n with
*>nothing found n is proven prime
77 n picture s9(18) usage is computational.
77 r picture s9(18) usage is computational.
77 i picture s9(18) usage is computational.
01 loop-bool picture x(1) value 'n'.
  88 true-bool value 'y'.

*>divisor table support, loaded and proved against its trailer the
*>way the check program does it, and held to the same size: the
*>primes up to ws-dv-max - every prime below about 86 million, enough
*>for any record through 7.4 * 10^15 - with a record that runs past
*>the last one held carried on with the odd numbers above it. the
*>whole file is still read, so the trailer proves all of it. NONE
*>runs without it; a table that is missing or fails its trailer is
*>refused, the sweep divides by every odd number instead and ends
*>with a warning
77 ws-dv-max picture 9(9) usage is computational value 5000000.
01 ws-divisor-table.
  02 ws-dv-prime picture 9(9) usage is computational
      occurs 5000000 times.
77 ws-dv-count picture 9(9) usage is computational value 0.
77 ws-dv-idx picture 9(9) usage is computational value 0.
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
*>mirror of the table layout the table build writes
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

77 ws-resume-key picture 9(18) value 0.
*>the key recomputation actually stopped at - the count-only walk
*>that follows a spent budget keeps reading past it, so the
77 ws-tot-demoted picture 9(9) value 0.
77 ws-tot-q-remaining picture 9(9) value 0.

*>processing-date control the date-roll step (primeday) keeps: its
*>business date is stamped in place of the clock date. NONE, or a
*>control with no readable P line, leaves the clock date
77 ws-procdate-name pic x(30) value 'procdate.ctl'.
01  procdate-stat pic xx.
77 ws-pd-proc-date picture 9(8) value 0.
*>the clock date, kept for the lock and the journal, which order by
*>real time
77 ws-clock-date picture 9(8) value 0.
*>mirror of the control's P line
01 ws-pd-rec.
  02 ws-pd-kind picture x(1).
  02 filler picture x.
  02 ws-pd-date picture x(8).
  02 filler picture x(70).

01 ws-run-date-group.
  02 ws-run-yyyy picture 9(4).
  02 ws-run-mon picture 9(2).
77 ws-elapsed-centis picture s9(9) usage is computational.
77 ws-budget-centis picture s9(9) usage is computational value 0.

*>mirror of the check program's journal-line: run stamp, action,
*>writer, and the master record before and after the write
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

*>run-lock support, the same record and the same manners the check
*>program uses: wait and retry on a live lock, seize a stale one,
*>give back only a lock that is still ours
procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.
  perform get-clock-centis.
  move ws-clock-centis to ws-start-centis.

      display 6 upon argument-number
      accept ws-lock-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-journal-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-divisor-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'enter master filename (default verified.mst)'
    accept ws-arg-buffer from console
    end-if
  end-if.
  compute ws-budget-centis = ws-budget-minutes * 6000.
  *>the sweep runs in the weekend window by design, so there is no
  *>calendar check - its history lines carry the processing date
  perform read-processing-date.

  perform take-run-lock.
  if not lock-held-bool
  end-if.

  perform read-sweep-checkpoint.
  perform load-divisor-table.
  perform run-sweep.
  perform write-sweep-checkpoint.
  perform write-sweep-report.
    move 16 to ws-severity
  else
    perform open-history
    perform open-journal
    move ws-resume-key to master-num
    start master-file key > master-num
      invalid key move 'y' to eof
    if history-open-bool
      close history-file
    end-if
    if journal-open-bool
      close journal-file
    end-if
    if budget-spent-bool or ws-tot-q-remaining > 0
        or divisor-refused-bool
      move 4 to ws-severity
    end-if
  end-if.
requalify-record.
  move master-num to n
  perform test-candidate
  move master-record to jn-before
  move ws-result-code to master-result
  if ws-result-code = 'P'
    move 0 to master-factor
      if history-open-bool
        perform write-history-line
      end-if
      perform write-journal-entry
  end-rewrite.

*>deterministic classification of the candidate in n (always > 1
    move 0 to ws-result-factor
  else
    move 'n' to loop-bool
    perform first-divisor
    perform until true-bool
      compute i = n/r
      compute i = r*i
      if i not = n
        perform next-divisor
        compute ws-r-squared = r*r
        if ws-r-squared > n
          move 'y' to loop-bool
    move 'n' to loop-bool
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
      add 2 to r
    end-if
  end-if.

*>reads the divisor table end to end, as the check program does:
*>header first, details strictly ascending from 2, one trailer and
*>nothing after it, the trailer figures equal to what was read. any
*>fault throws the lot away
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

check-budget.
  perform get-clock-centis
  *>the lock is re-stamped every few minutes whatever the budget, so
  compute ws-clock-centis = ws-cg-hh * 360000 + ws-cg-mm * 6000
      + ws-cg-ss * 100 + ws-cg-cc.

*>the history log opened for update, created on first use with the
*>same "35" trick the check program uses; a history problem costs the
*>inquiry screen this sweep's upgrades, never the sweep
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
    end-if
  end-if.

*>the journal in extend, created on first use the same way. a
*>journal problem does not stop the sweep, but its upgrades would
*>not survive a restore and roll-forward, and the console says so
open-journal.
  if ws-journal-name = 'NONE'
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
          ' UPGRADES CANNOT BE ROLLED FORWARD AFTER A RESTORE'
      display 'FILE STATUS: ' journal-stat
      move 'n' to ws-journal-open-flag
    end-if
  end-if.

write-journal-entry.
  if journal-open-bool
    move ws-clock-date to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'R' to jn-action
    move 'primerqf' to jn-source
    move master-record to jn-after
    write journal-out-record from journal-line
  end-if.

write-history-line.
  move master-num to hist-num
  move ws-run-yyyy to hist-yyyy
  move 'requalification sweep' to hist-in-name
  move master-result to hist-result
  move master-factor to hist-factor
  *>one sweep upgrades a number once, so a key already on file can
  *>only be a second sweep inside the same second: the first stands
  write history-out-record from history-line
    invalid key continue
  end-write.

write-sweep-report.
  open output report-file
      move ws-prior-upgraded to cn-count
      write rpt-line from count-line after advancing 1 line
    end-if
    move 'divisor table primes held:' to cn-label
    move ws-dv-count to cn-count
    write rpt-line from count-line after advancing 1 line
    if divisor-refused-bool
      move 'WARNING: divisor table refused, every odd divisor tried'
          to nl-text
      write rpt-line from note-line after advancing 1 line
    end-if
    if budget-spent-bool
      move ws-stop-key to rl-key
      write rpt-line from resume-line after advancing 1 line
*>runs out
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
    move 'requalification sweep' to lk-in-name
    write lock-out-record from lock-line
    close lock-file
    move 'y' to ws-lock-held-flag
    move ws-clock-date to ws-lock-stamp-date
    move ws-run-time-group(1:6) to ws-lock-stamp-time
  else
    display 'LOCK FILE COULD NOT BE WRITTEN (STATUS ' lock-stat ')'
      display 'LOCK ON FILE IS NOT OURS ANY MORE - LEFT IN PLACE'
    end-if
  end-if.

*>the business date from the processing-date control in place of the
*>clock date; a control that cannot be read, or carries no P line,
*>leaves the clock date with a warning, and the job ends at
*>severity 4 or worse
read-processing-date.
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
          not at end
            if ws-pd-kind = 'P' and ws-pd-date is numeric
                and ws-pd-proc-date = 0
              move ws-pd-date to ws-pd-proc-date
            end-if
        end-read
      end-perform
      close procdate-file
    end-if
    if ws-pd-proc-date = 0
      display 'NO PROCESSING DATE ON ' ws-procdate-name
          ' - STAMPED WITH THE CLOCK DATE'
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    else
      move ws-pd-proc-date to ws-run-date-group
    end-if
  end-if.
