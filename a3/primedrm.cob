identification division.
program-id. primedrm.

*>merge of the disaster-recovery site's verified-results master into
*>ours after failback. while we are failed over the DR site runs its
*>own copy of the suite against its own verified.mst, and everything
*>it proves in that time is missing from our master when we come
*>back - and nothing ever said whether the two sites had disagreed
*>about a number. this job reads the DR master (indexed, as the DR
*>site left it, or the flat backup primemnt BACKUP takes of it) in
*>key order against ours:
*>  a number only the DR site holds is added as the DR site filed it
*>  a number both sites hold keeps the earlier first-seen date and
*>    the two times-seen counts added together; our screened 'Q' is
*>    upgraded to the DR site's proven 'P', and a composite whose
*>    factor one site never found takes the other site's (master
*>    maintenance VERIFY passes such a record against the older
*>    history lines that still show no factor, as it passes a
*>    requalified 'P' against its 'Q' lines)
*>  a number the sites disagree on - prime at one and composite at
*>    the other, or composite at both with different smallest
*>    factors - is left exactly as our master has it and held out to
*>    the conflict report for someone to settle by hand
*>every record written goes on the master journal (source primedrm)
*>so a restore and roll-forward keeps it, and into the run-history
*>log under 'DR site merge' so the inquiry screen shows where it came
*>from. the merge takes the run lock like anything else that writes
*>the master. it is a once-per-failback job: the times-seen counts
*>are added, so merging the same DR master twice counts its sightings
*>twice.
*>
*>arguments: DR master or backup, its form (MASTER or BACKUP), our
*>master, history, journal, lock, report, conflict report,
*>processing-date control
*>severities: 0 merged, 4 merged but DR rows unreadable, a record
*>not written or no processing date, 8 conflicts held out
*>(blocking), 16 not merged (files or lock)

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-name
  organization is indexed
  access is dynamic
  record key is master-num
  FILE STATUS master-stat.

select dr-master-file assign to dynamic ws-dr-name
  organization is indexed
  access is sequential
  record key is dr-num
  FILE STATUS dr-master-stat.

select dr-backup-file assign to dynamic ws-dr-name
  organization is line sequential
  FILE STATUS dr-backup-stat.

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

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

select conflict-file assign to dynamic ws-conflict-name
  organization is line sequential
  FILE STATUS conflict-stat.

select lock-file assign to dynamic ws-lock-name
  organization is line sequential
  FILE STATUS lock-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

data division.
file section.
fd master-file.
01 master-record.
 05 master-num picture 9(18).
 05 master-result picture x(1).
 05 master-factor picture 9(18).
 05 master-first-date picture 9(8).
 05 master-times-seen picture 9(9).

*>the DR site's master, the same record under its own names
fd dr-master-file.
01 dr-master-record.
 05 dr-num picture 9(18).
 05 dr-result picture x(1).
 05 dr-factor picture 9(18).
 05 dr-first-date picture 9(8).
 05 dr-times-seen picture 9(9).

*>or its flat backup: the master record byte for byte, one line per
*>record in key order, as primemnt BACKUP writes it
fd dr-backup-file.
01 dr-backup-record.
 05 dr-backup-row pic x(54).

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

*>the master journal the check program appends to; every record the
*>merge adds or rewrites goes on it so a roll-forward replays it
fd journal-file.
01 journal-out-record.
 05 journal-info pic x(150).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

fd conflict-file.
01 conflict-out-record.
 05 conflict-info pic x(132).

fd lock-file.
01 lock-out-record.
 05 lock-info pic x(50).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-dr-name pic x(30) value 'verified.dr'.
77 ws-dr-form pic x(8) value 'MASTER'.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-journal-name pic x(30) value 'verified.jnl'.
77 ws-lock-name pic x(30) value 'verified.lck'.
77 ws-report-name pic x(30) value 'primedrm.out'.
77 ws-conflict-name pic x(30) value 'primedrm.cnf'.
01  master-stat pic xx.
01  dr-master-stat pic xx.
01  dr-backup-stat pic xx.
01  history-stat pic xx.
01  journal-stat pic xx.
01  report-stat pic xx.
01  conflict-stat pic xx.
01  lock-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-conflict-open-flag picture x(1) value 'n'.
  88 conflict-open-bool value 'y'.
01 ws-history-open-flag picture x(1) value 'n'.
  88 history-open-bool value 'y'.
01 ws-journal-open-flag picture x(1) value 'n'.
  88 journal-open-bool value 'y'.
01 ws-dr-open-flag picture x(1) value 'n'.
  88 dr-open-bool value 'y'.
01 ws-dr-good-flag picture x(1) value 'n'.
  88 dr-good-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>one DR record, whichever form it came in
01 ws-dr-rec.
  02 ws-dr-num picture 9(18).
  02 ws-dr-result picture x(1).
  02 ws-dr-factor picture 9(18).
  02 ws-dr-first-date picture 9(8).
  02 ws-dr-times-seen picture 9(9).
*>our record as it stood before the merge touched it
01 ws-our-rec.
  02 ws-our-num picture 9(18).
  02 ws-our-result picture x(1).
  02 ws-our-factor picture 9(18).
  02 ws-our-first-date picture 9(8).
  02 ws-our-times-seen picture 9(9).
77 ws-seen-sum picture 9(10) value 0.
77 ws-conflict-reason picture x(30) value spaces.
01 ws-upgrade-flag picture x(1) value 'n'.
  88 upgrade-bool value 'y'.

*>every DR record read lands in exactly one of these, so the report
*>balances: read = added + combined + upgraded + conflicts +
*>unreadable + not written
77 ws-tot-dr-read picture 9(9) value 0.
77 ws-tot-added picture 9(9) value 0.
77 ws-tot-combined picture 9(9) value 0.
77 ws-tot-upgraded picture 9(9) value 0.
77 ws-tot-conflicts picture 9(9) value 0.
77 ws-tot-unreadable picture 9(9) value 0.
77 ws-tot-not-written picture 9(9) value 0.
77 ws-tot-factor-taken picture 9(9) value 0.
77 ws-count-edit picture z(8)9.

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
  02 ws-run-dd picture 9(2).
01 ws-run-time-group.
  02 ws-run-hh picture 9(2).
  02 ws-run-mm picture 9(2).
  02 ws-run-ss picture 9(2).
  02 ws-run-hs picture 9(2).

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
01 ws-lock-held-flag picture x(1) value 'n'.
  88 lock-held-bool value 'y'.
77 ws-lock-retry-limit picture 9(2) value 6.
77 ws-lock-retry picture 9(2) value 0.
77 ws-lock-wait-secs picture 9(9) usage is computational value 10.
77 ws-lock-stale-minutes picture 9(4) value 120.
77 ws-lock-today-num picture 9(8) value 0.
77 ws-lock-today-int picture 9(9) usage is computational.
77 ws-lock-held-int picture 9(9) usage is computational.
77 ws-lock-age-mins picture s9(9) usage is computational.
01 lock-line.
  02 lk-date picture 9(8).
  02 filler picture x value space.
  02 lk-time picture 9(6).
  02 filler picture x value space.
  02 lk-in-name picture x(30).
01 ws-lock-rec.
  02 ws-lk-date picture x(8).
  02 filler picture x.
  02 ws-lk-time picture x(6).
  02 filler picture x.
  02 ws-lk-in-name picture x(30).
77 ws-lk-date-n picture 9(8) value 0.
77 ws-lk-hh-n picture 9(2) value 0.
77 ws-lk-mm-n picture 9(2) value 0.
77 ws-lock-del-name picture x(30) value spaces.
77 ws-lock-del-rc picture s9(9) usage is computational value 0.

*>one history line per record merged, in the check program's own
*>layout, under the DR-site marker as the input - the inquiry screen
*>reads it like any other run
01 history-line.
  02 hist-num picture 9(18).
  02 filler picture x value space.
  02 hist-yyyy picture 9999.
  02 filler picture x value '-'.
  02 hist-mon picture 99.
  02 filler picture x value '-'.
  02 hist-dd picture 99.
  02 filler picture x value space.
  02 hist-hh picture 99.
  02 filler picture x value ':'.
  02 hist-mm picture 99.
  02 filler picture x value ':'.
  02 hist-ss picture 99.
  02 filler picture x(3) value ' | '.
  02 hist-in-name picture x(30).
  02 filler picture x(3) value ' | '.
  02 hist-result picture x(1).
  02 filler picture x value space.
  02 hist-factor picture 9(18).
  02 filler picture x(3) value ' | '.
  02 hist-client picture x(3) value '---'.

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(26) value 'DR site master merge -    '.
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
  02 cn-count picture z(8)9.
01 names-line.
  02 filler picture x(12) value ' DR site:   '.
  02 nm-dr picture x(30).
  02 filler picture x(2) value ' ('.
  02 nm-form picture x(6).
  02 filler picture x(10) value ')  ours:  '.
  02 nm-master picture x(30).
01 conflict-title-line.
  02 filler picture x value space.
  02 filler picture x(26) value 'DR site merge conflicts - '.
  02 cf-title-yyyy picture 9999.
  02 filler picture x value '/'.
  02 cf-title-mon picture 99.
  02 filler picture x value '/'.
  02 cf-title-dd picture 99.
  02 filler picture x value space.
  02 cf-title-hh picture 99.
  02 filler picture x value ':'.
  02 cf-title-mm picture 99.
  02 filler picture x value ':'.
  02 cf-title-ss picture 99.
01 conflict-head-line.
  02 filler picture x(41) value
      '             number  site   result       '.
  02 filler picture x(41) value
      '  factor  first seen   times seen  reason'.
*>a conflict takes two lines, our record over the DR site's, with the
*>reason on the first
01 conflict-line.
  02 filler picture x(1) value space.
  02 cf-num picture z(17)9 blank when zero.
  02 filler picture x(2) value spaces.
  02 cf-site picture x(4).
  02 filler picture x(3) value spaces.
  02 cf-result picture x(1).
  02 filler picture x(2) value spaces.
  02 cf-factor picture z(17)9.
  02 filler picture x(4) value spaces.
  02 cf-date picture 9(8).
  02 filler picture x(4) value spaces.
  02 cf-times picture z(8)9.
  02 filler picture x(2) value spaces.
  02 cf-reason picture x(30).
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-code picture 9(2).
  02 filler picture x(3) value ' - '.
  02 vd-text picture x(60).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.

  *>names from the command line for a scripted failback, or prompted
  *>at a terminal, same convention as the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-dr-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-dr-form from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-master-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-history-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-journal-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-lock-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-conflict-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'enter DR site master or backup filename'
        ' (default verified.dr)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-dr-name
    end-if
    display 'is it the DR MASTER or a BACKUP of it? (default MASTER)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-dr-form
    end-if
    display 'enter master filename (default verified.mst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-master-name
    end-if
  end-if.
  move function upper-case(ws-dr-form) to ws-dr-form.
  *>merged records are filed in the history under the business day
  *>the failback is processed in
  perform read-processing-date.

  perform open-report.
  if ws-dr-form not = 'MASTER' and ws-dr-form not = 'BACKUP'
    display 'UNKNOWN DR FORM: ' ws-dr-form
    display 'EXPECTED MASTER OR BACKUP'
    move 'unknown DR form, nothing merged' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    if ws-dr-name = ws-master-name
      display 'DR MASTER AND OUR MASTER ARE THE SAME FILE: '
          ws-master-name
      move 'DR master and ours are the same file, nothing merged'
          to nl-text
      perform write-note-line
      move 16 to ws-severity
    else
      perform take-run-lock
      if not lock-held-bool
        display 'ANOTHER RUN HOLDS THE LOCK - MERGE ABANDONED'
        move 'another run holds the lock, nothing merged' to nl-text
        perform write-note-line
        move 16 to ws-severity
      else
        perform run-merge
        perform release-run-lock
      end-if
    end-if
  end-if.

  perform write-merge-report.
  move ws-severity to return-code.
  stop run.

*>both masters open before anything is written: a DR file that will
*>not open, or a master of ours that will not open for update, stops
*>the merge with our master untouched
run-merge.
  perform open-dr-file
  if dr-open-bool
    open i-o master-file
    if master-stat not = "00"
      display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
      display 'FILE STATUS: ' master-stat
      move 'our master would not open, nothing merged' to nl-text
      perform write-note-line
      move 16 to ws-severity
    else
      perform open-conflict-report
      perform open-history
      perform open-journal
      move 'n' to eof
      perform get-next-dr-record
      perform until eof-bool
        add 1 to ws-tot-dr-read
        if dr-good-bool
          perform merge-one-record
        else
          add 1 to ws-tot-unreadable
        end-if
        perform get-next-dr-record
      end-perform
      close master-file
      if history-open-bool
        close history-file
      end-if
      if journal-open-bool
        close journal-file
      end-if
      perform close-conflict-report
    end-if
    if ws-dr-form = 'MASTER'
      close dr-master-file
    else
      close dr-backup-file
    end-if
  end-if.

open-dr-file.
  move 'n' to ws-dr-open-flag
  if ws-dr-form = 'MASTER'
    open input dr-master-file
    if dr-master-stat = "00"
      move 'y' to ws-dr-open-flag
    else
      display 'DR MASTER COULD NOT BE OPENED: ' ws-dr-name
      display 'FILE STATUS: ' dr-master-stat
    end-if
  else
    open input dr-backup-file
    if dr-backup-stat = "00"
      move 'y' to ws-dr-open-flag
    else
      display 'DR BACKUP COULD NOT BE OPENED: ' ws-dr-name
      display 'FILE STATUS: ' dr-backup-stat
    end-if
  end-if
  if not dr-open-bool
    move 'DR site file would not open, nothing merged' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

*>the next DR record into ws-dr-rec, whichever form it comes in, and
*>whether it is fit to merge: a number, a result we know, and
*>numeric factor, date and count. a hand-damaged backup line is
*>counted and passed over, never merged
get-next-dr-record.
  move 'n' to ws-dr-good-flag
  if ws-dr-form = 'MASTER'
    read dr-master-file next record
      at end move 'y' to eof
      not at end
        move dr-master-record to ws-dr-rec
    end-read
  else
    read dr-backup-file
      at end move 'y' to eof
      not at end
        move dr-backup-row to ws-dr-rec
    end-read
  end-if
  if not eof-bool
    if ws-dr-num is numeric and ws-dr-factor is numeric
        and ws-dr-first-date is numeric
        and ws-dr-times-seen is numeric
      if ws-dr-num > 1
          and (ws-dr-result = 'P' or ws-dr-result = 'Q'
            or ws-dr-result = 'N')
        move 'y' to ws-dr-good-flag
      end-if
    end-if
  end-if.

merge-one-record.
  move ws-dr-num to master-num
  read master-file
    invalid key
      perform add-dr-record
    not invalid key
      perform combine-dr-record
  end-read.

*>a number we never saw, filed exactly as the DR site filed it
add-dr-record.
  move ws-dr-rec to master-record
  write master-record
    invalid key
      add 1 to ws-tot-not-written
      display 'RECORD COULD NOT BE ADDED: ' master-num
    not invalid key
      add 1 to ws-tot-added
      move 'A' to jn-action
      move spaces to jn-before
      perform write-journal-entry
      perform write-history-line
  end-write.

*>a number both sites hold. a prime at one site and a composite at
*>the other, or two different smallest factors, is a conflict and
*>our record stays as it is. otherwise the two are folded together:
*>earlier first sighting, sightings added, the DR site's proof
*>taken over our screening, a factor taken where ours was never
*>found (a screened composite carries factor zero)
combine-dr-record.
  move master-record to ws-our-rec
  move spaces to ws-conflict-reason
  if (ws-our-result = 'N' and ws-dr-result not = 'N')
      or (ws-our-result not = 'N' and ws-dr-result = 'N')
    move 'prime at one site only' to ws-conflict-reason
  else
    if ws-our-result = 'N' and ws-our-factor not = 0
        and ws-dr-factor not = 0 and ws-our-factor not = ws-dr-factor
      move 'smallest factors differ' to ws-conflict-reason
    end-if
  end-if
  if ws-conflict-reason not = spaces
    add 1 to ws-tot-conflicts
    perform write-conflict-lines
  else
    move 'n' to ws-upgrade-flag
    if ws-our-result = 'Q' and ws-dr-result = 'P'
      move 'P' to master-result
      move 0 to master-factor
      move 'y' to ws-upgrade-flag
    end-if
    if ws-our-result = 'N' and ws-our-factor = 0
        and ws-dr-factor not = 0
      move ws-dr-factor to master-factor
      add 1 to ws-tot-factor-taken
    end-if
    if ws-dr-first-date < master-first-date
      move ws-dr-first-date to master-first-date
    end-if
    compute ws-seen-sum = master-times-seen + ws-dr-times-seen
    if ws-seen-sum > 999999999
      move 999999999 to master-times-seen
    else
      move ws-seen-sum to master-times-seen
    end-if
    rewrite master-record
      invalid key
        add 1 to ws-tot-not-written
        display 'RECORD COULD NOT BE REWRITTEN: ' master-num
      not invalid key
        if upgrade-bool
          add 1 to ws-tot-upgraded
        else
          add 1 to ws-tot-combined
        end-if
        move 'R' to jn-action
        move ws-our-rec to jn-before
        perform write-journal-entry
        perform write-history-line
    end-rewrite
  end-if.

write-journal-entry.
  if journal-open-bool
    move ws-clock-date to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'primedrm' to jn-source
    move master-record to jn-after
    write journal-out-record from journal-line
  end-if.

write-history-line.
  if history-open-bool
    move master-num to hist-num
    move ws-run-yyyy to hist-yyyy
    move ws-run-mon to hist-mon
    move ws-run-dd to hist-dd
    move ws-run-hh to hist-hh
    move ws-run-mm to hist-mm
    move ws-run-ss to hist-ss
    move 'DR site merge' to hist-in-name
    move master-result to hist-result
    move master-factor to hist-factor
    *>one merge files a number once, so a key already on file can
    *>only be a second merge inside the same second: the first stands
    write history-out-record from history-line
      invalid key continue
    end-write
  end-if.

*>the history log opened for update, created on first use with the
*>same "35" trick the check program uses; a history problem costs the
*>inquiry screen the merge's records, never the merge
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
    else
      display 'RUN-HISTORY LOG COULD NOT BE OPENED,'
          ' MERGED RECORDS WILL NOT REACH THE INQUIRY SCREEN'
      display 'FILE STATUS: ' history-stat
      move 'n' to ws-history-open-flag
      move 'history log would not open - merged records not filed'
          to nl-text
      perform write-note-line
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    end-if
  end-if.

*>the journal in extend, created on first use the same way. a
*>journal problem does not stop the merge, but its records would
*>not survive a restore and roll-forward, and the report says so
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
          ' MERGED RECORDS CANNOT BE ROLLED FORWARD AFTER A RESTORE'
      display 'FILE STATUS: ' journal-stat
      move 'n' to ws-journal-open-flag
      move 'journal would not open - merge cannot be rolled forward'
          to nl-text
      perform write-note-line
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    end-if
  end-if.

*>the conflict report is written whenever the merge runs, so an
*>empty one is on file to say the sites agreed
open-conflict-report.
  open output conflict-file
  if conflict-stat = "00"
    move 'y' to ws-conflict-open-flag
    move ws-run-yyyy to cf-title-yyyy
    move ws-run-mon to cf-title-mon
    move ws-run-dd to cf-title-dd
    move ws-run-hh to cf-title-hh
    move ws-run-mm to cf-title-mm
    move ws-run-ss to cf-title-ss
    write conflict-out-record from conflict-title-line
        after advancing 0 lines
    write conflict-out-record from rpt-under-line
        after advancing 1 line
    write conflict-out-record from conflict-head-line
        after advancing 1 line
  else
    display 'CONFLICT REPORT COULD NOT BE OPENED: ' ws-conflict-name
    display 'FILE STATUS: ' conflict-stat
  end-if.

write-conflict-lines.
  display 'SITES DISAGREE ON ' ws-our-num ': '
      function trim(ws-conflict-reason)
  if conflict-open-bool
    move ws-our-num to cf-num
    move 'ours' to cf-site
    move ws-our-result to cf-result
    move ws-our-factor to cf-factor
    move ws-our-first-date to cf-date
    move ws-our-times-seen to cf-times
    move ws-conflict-reason to cf-reason
    write conflict-out-record from conflict-line
        after advancing 1 line
    move 0 to cf-num
    move 'DR' to cf-site
    move ws-dr-result to cf-result
    move ws-dr-factor to cf-factor
    move ws-dr-first-date to cf-date
    move ws-dr-times-seen to cf-times
    move spaces to cf-reason
    write conflict-out-record from conflict-line
        after advancing 1 line
  end-if.

close-conflict-report.
  if conflict-open-bool
    write conflict-out-record from blank-line after advancing 1 line
    if ws-tot-conflicts = 0
      move 'the sites agree on every number both hold' to nl-text
    else
      move spaces to nl-text
      move ws-tot-conflicts to ws-count-edit
      string 'conflicts held out: ' function trim(ws-count-edit)
          ' - our records left as they were'
        delimited by size
        into nl-text
      end-string
    end-if
    write conflict-out-record from note-line after advancing 1 line
    close conflict-file
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
    move ws-dr-name to nm-dr
    move ws-dr-form to nm-form
    move ws-master-name to nm-master
    write rpt-line from names-line after advancing 1 line
    write rpt-line from blank-line after advancing 1 line
  else
    display 'REPORT FILE COULD NOT BE OPENED'
    display 'FILE STATUS: ' report-stat
  end-if.

write-merge-report.
  if ws-tot-unreadable > 0 or ws-tot-not-written > 0
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if
  if ws-tot-conflicts > 0 and ws-severity < 8
    move 8 to ws-severity
  end-if
  move 'DR records read:' to cn-label
  move ws-tot-dr-read to cn-count
  perform write-count-line
  move 'added:' to cn-label
  move ws-tot-added to cn-count
  perform write-count-line
  move 'combined:' to cn-label
  move ws-tot-combined to cn-count
  perform write-count-line
  move 'upgraded Q to P:' to cn-label
  move ws-tot-upgraded to cn-count
  perform write-count-line
  move 'conflicts held out:' to cn-label
  move ws-tot-conflicts to cn-count
  perform write-count-line
  move 'DR rows unreadable:' to cn-label
  move ws-tot-unreadable to cn-count
  perform write-count-line
  move 'records not written:' to cn-label
  move ws-tot-not-written to cn-count
  perform write-count-line
  if ws-tot-factor-taken > 0
    move 'composite factors taken:' to cn-label
    move ws-tot-factor-taken to cn-count
    perform write-count-line
  end-if
  if ws-tot-conflicts > 0
    move spaces to nl-text
    string 'conflicts are listed on ' function trim(ws-conflict-name)
        ' - settle them before the next run'
      delimited by size
      into nl-text
    end-string
    perform write-note-line
  end-if
  move ws-severity to vd-code
  evaluate ws-severity
    when 0
      move 'MERGED' to vd-text
    when 4
      move 'MERGED WITH WARNINGS' to vd-text
    when 8
      move 'MERGED, CONFLICTS HELD OUT - blocking' to vd-text
    when other
      move 'NOT MERGED' to vd-text
  end-evaluate
  perform write-blank-line
  if report-open-bool
    write rpt-line from verdict-line after advancing 1 line
    close report-file
    display 'merge report output to ' ws-report-name
  end-if
  display 'DR merge: ' ws-tot-added ' added, ' ws-tot-combined
      ' combined, ' ws-tot-upgraded ' upgraded, ' ws-tot-conflicts
      ' conflict(s)'.

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

*>run-lock manners, shared with the check program: wait politely for
*>a live holder, seize a stale one, refuse cleanly when the wait
*>runs out
take-run-lock.
  move 0 to ws-lock-retry
  move ws-clock-date to ws-lock-today-num
  compute ws-lock-today-int =
      function integer-of-date(ws-lock-today-num)
  perform until lock-held-bool
      or ws-lock-retry > ws-lock-retry-limit
    open input lock-file
    if lock-stat = "35"
      *>the failed open must be closed before the open output or
      *>the dynamic assign reports the file already open
      close lock-file
      perform write-lock-record
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
        if ws-lock-age-mins > ws-lock-stale-minutes
          display 'STALE LOCK LEFT BY AN ABENDED RUN ('
              ws-lk-date ' ' ws-lk-time ') - SEIZING IT'
          perform write-lock-record
        else
          add 1 to ws-lock-retry
          if ws-lock-retry <= ws-lock-retry-limit
            display 'LOCK HELD BY RUN OF ' ws-lk-date ' '
                ws-lk-time ' (' function trim(ws-lk-in-name)
                ') - WAITING'
            call "C$SLEEP" using ws-lock-wait-secs
            end-call
          end-if
        end-if
      else
        display 'LOCK FILE COULD NOT BE READ (STATUS ' lock-stat
            ') - TREATING THE MASTER AS LOCKED'
        compute ws-lock-retry = ws-lock-retry-limit + 1
      end-if
    end-if
  end-perform.

judge-lock-age.
  if ws-lk-date is numeric and ws-lk-time(1:2) is numeric
      and ws-lk-time(3:2) is numeric
    move ws-lk-date to ws-lk-date-n
    move ws-lk-time(1:2) to ws-lk-hh-n
    move ws-lk-time(3:2) to ws-lk-mm-n
    compute ws-lock-held-int =
        function integer-of-date(ws-lk-date-n)
    compute ws-lock-age-mins =
        (ws-lock-today-int - ws-lock-held-int) * 1440
        + (ws-run-hh * 60 + ws-run-mm)
        - (ws-lk-hh-n * 60 + ws-lk-mm-n)
  else
    compute ws-lock-age-mins = ws-lock-stale-minutes + 1
  end-if.

write-lock-record.
  open output lock-file
  if lock-stat = "00"
    move ws-clock-date to lk-date
    move ws-run-time-group(1:6) to lk-time
    move 'DR site merge' to lk-in-name
    write lock-out-record from lock-line
    close lock-file
    move 'y' to ws-lock-held-flag
  else
    display 'LOCK FILE COULD NOT BE WRITTEN (STATUS ' lock-stat ')'
    compute ws-lock-retry = ws-lock-retry-limit + 1
  end-if.

release-run-lock.
  open input lock-file
  if lock-stat = "00"
    move spaces to ws-lock-rec
    read lock-file
      at end continue
      not at end
        move lock-info to ws-lock-rec
    end-read
    close lock-file
    if ws-lk-date = ws-clock-date
        and ws-lk-time = ws-run-time-group(1:6)
      move function trim(ws-lock-name) to ws-lock-del-name
      call 'CBL_DELETE_FILE' using ws-lock-del-name
        returning ws-lock-del-rc
      end-call
      if ws-lock-del-rc not = 0
        display 'LOCK COULD NOT BE RELEASED (RC ' ws-lock-del-rc ')'
      end-if
    else
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
