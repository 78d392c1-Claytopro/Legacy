identification division.
program-id. primebko.

*>run backout: the undo for a night the check program was fed the
*>wrong primes.dat or a bad card. a run leaves its footprint in far
*>more than output.dat - times-seen bumps and first-seen records on
*>the verified-results master, history lines in the run-history log,
*>per-client lines in the chargeback ledger, its audit entry, and
*>perhaps a transmission already shipped to the tracking system - and
*>every one of those records carries the run's date/time stamp. this
*>job takes that stamp and reverses the run across all of them:
*>  history    - the run's lines are taken out of the log, and each
*>               one hands its number back to the master
*>  master     - times-seen is stepped back once per history line;
*>               a record this run first put there (first-seen on
*>               the run date, seen once) is deleted outright. both
*>               go on the master journal like any other master write
*>  chargeback - the run's per-client lines are taken out
*>  audit log  - the run's entries and its card echo are taken out,
*>               and one backout line records what was done
*>  transmit   - a cancellation transmission in the interface's own
*>               H/D/T shape tells the tracking system which details
*>               to void; details an earlier run left unacknowledged
*>               and this run carried forward are not voided but go
*>               back to the pending file for the next transmission
*>every record reversed goes on the report, so a wrong-file night is
*>undone on paper as well as on disk. a screened verdict the run
*>upgraded to a proven one is left upgraded - the proof is still good
*>whatever file it came from

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-name
  organization is indexed
  access is dynamic
  record key is master-num
  FILE STATUS master-stat.

*>the run-history log is keyed by run stamp among others, so the
*>run's records are reached directly and deleted in place
select history-file assign to dynamic ws-history-name
  organization is indexed
  access is dynamic
  record key is hf-key
  alternate record key is hf-stamp with duplicates
  alternate record key is hf-in-name with duplicates
  alternate record key is hf-client with duplicates
  FILE STATUS history-stat.

*>the two append-only logs are reversed through the same pair of
*>files: the log being worked on is re-pointed (dynamic assignment)
*>at each in turn, kept lines go to the work file, and the work file
*>is copied back over the log once the pass has finished cleanly
select target-file assign to dynamic ws-target-name
  organization is line sequential
  FILE STATUS target-stat.

select work-file assign to dynamic ws-work-name
  organization is line sequential
  FILE STATUS work-stat.

select journal-file assign to dynamic ws-journal-name
  organization is line sequential
  FILE STATUS journal-stat.

select xmit-file assign to dynamic ws-xmit-name
  organization is line sequential
  FILE STATUS xmit-stat.

select cancel-file assign to dynamic ws-cancel-name
  organization is line sequential
  FILE STATUS cancel-stat.

*>the acknowledgement job's pending file, which the run emptied when
*>it carried the earlier nights' unconfirmed details forward
select pending-file assign to dynamic ws-pending-name
  organization is line sequential
  FILE STATUS pending-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

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

fd history-file.
01 history-in-record.
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

fd target-file.
01 target-record.
 05 target-row pic x(200).

fd work-file.
01 work-record.
 05 work-row pic x(200).

fd journal-file.
01 journal-out-record.
 05 journal-info pic x(150).

fd xmit-file.
01 xmit-in-record.
 05 xmit-info pic x(50).

fd cancel-file.
01 cancel-out-record.
 05 cancel-info pic x(50).

fd pending-file.
01 pending-out-record.
 05 pending-row pic x(38).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

fd lock-file.
01 lock-in-record.
 05 lock-info pic x(50).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-chargeback-name pic x(30) value 'chargebk.dat'.
77 ws-audit-name pic x(30) value 'audit.log'.
77 ws-xmit-name pic x(30) value 'transmit.dat'.
77 ws-cancel-name pic x(30) value 'cancel.dat'.
77 ws-pending-name pic x(30) value 'xmitpend.dat'.
77 ws-report-name pic x(30) value 'primebko.out'.
77 ws-lock-name pic x(30) value 'verified.lck'.
77 ws-work-name pic x(30) value 'primebko.wrk'.
77 ws-journal-name pic x(30) value 'verified.jnl'.
77 ws-target-name pic x(30) value spaces.
01  master-stat pic xx.
01  history-stat pic xx.
01  target-stat pic xx.
01  work-stat pic xx.
01  xmit-stat pic xx.
01  journal-stat pic xx.
01  cancel-stat pic xx.
01  pending-stat pic xx.
01  report-stat pic xx.
01  lock-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-master-open-flag picture x(1) value 'n'.
  88 master-open-bool value 'y'.
01 ws-cancel-open-flag picture x(1) value 'n'.
  88 cancel-open-bool value 'y'.
01 ws-journal-open-flag picture x(1) value 'n'.
  88 journal-open-bool value 'y'.
01 ws-pending-open-flag picture x(1) value 'n'.
  88 pending-open-bool value 'y'.
01 ws-hist-lookup-flag picture x(1) value 'n'.
  88 hist-lookup-bool value 'y'.

*>mirror of the check program's journal-line; the backout's steps
*>back and deletes are master writes like any other, and a
*>roll-forward has to replay them after the run they undo
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

77 ws-severity picture 9(2) value 0.

*>the run being backed out, as typed, then in the two shapes the
*>logs carry it: the yyyy-mm-dd hh:mm:ss text the history and audit
*>lines lead with, and the plain digits the ledger and transmission
*>records carry
77 ws-target-date-x picture x(30) value spaces.
77 ws-target-time-x picture x(30) value spaces.
77 ws-target-date picture 9(8) value 0.
77 ws-target-time picture 9(6) value 0.
01 ws-target-stamp.
  02 ts-yyyy picture 9999.
  02 filler picture x value '-'.
  02 ts-mon picture 99.
  02 filler picture x value '-'.
  02 ts-dd picture 99.
  02 filler picture x value space.
  02 ts-hh picture 99.
  02 filler picture x value ':'.
  02 ts-mm picture 99.
  02 filler picture x value ':'.
  02 ts-ss picture 99.
01 ws-target-date-group.
  02 ws-td-yyyy picture 9(4).
  02 ws-td-mon picture 9(2).
  02 ws-td-dd picture 9(2).
01 ws-target-time-group.
  02 ws-tt-hh picture 9(2).
  02 ws-tt-mm picture 9(2).
  02 ws-tt-ss picture 9(2).

*>which log the shared pass is working on: 'c' chargeback ledger,
*>'a' audit log - and whether the line (or history record) in hand
*>belongs to the run being backed out
77 ws-target-kind picture x(1) value space.
01 ws-reverse-flag picture x(1) value 'n'.
  88 reverse-bool value 'y'.
77 ws-file-reversed picture 9(9) value 0.
77 ws-file-kept picture 9(9) value 0.

*>mirror of the history-line layout the check program files in
*>verified.hst, fields taken as text
01 ws-hist-rec.
  02 ws-hist-num picture x(18).
  02 filler picture x.
  02 ws-hist-stamp picture x(19).
  02 filler picture x(3).
  02 ws-hist-in-name picture x(30).
  02 filler picture x(3).
  02 ws-hist-result picture x(1).
  02 filler picture x.
  02 ws-hist-factor picture x(18).
  02 filler picture x(3).
  02 ws-hist-client picture x(3).
77 ws-hist-num-n picture 9(18) value 0.
77 ws-hist-factor-n picture 9(18) value 0.

*>mirror of the chargeback-line layout, counts as text
01 ws-ledger-rec.
  02 ws-lg-date picture x(8).
  02 filler picture x.
  02 ws-lg-time picture x(6).
  02 filler picture x.
  02 ws-lg-client picture x(3).
  02 filler picture x.
  02 ws-lg-submitted picture x(9).
  02 filler picture x.
  02 ws-lg-master picture x(9).
  02 filler picture x.
  02 ws-lg-computed picture x(9).
  02 filler picture x.
  02 ws-lg-error picture x(9).

*>mirror of the audit-line layout: the stamp, then either the run
*>entry's file names and read count or the card echo's literal
01 ws-audit-rec.
  02 ws-ar-stamp picture x(19).
  02 ws-ar-card-lit picture x(9).
  02 filler picture x(24).
  02 filler picture x(3).
  02 ws-ar-out-name picture x(30).
  02 filler picture x(3).
  02 ws-ar-read-lit picture x(6).
  02 ws-ar-read-x picture x(9).
01 ws-audit-names redefines ws-audit-rec.
  02 filler picture x(22).
  02 ws-ar-in-name picture x(30).

*>the cancellation transmission. the run's own transmit.dat is the
*>exact record of what the tracking system was sent, so when it is
*>still the file that run wrote (its header carries the same stamp)
*>its details are voided one for one; once a later run has replaced
*>it, the run's history lines are the best record left of what went
*>out, and the details are built from those
01 ws-mirror-flag picture x(1) value 'n'.
  88 mirror-bool value 'y'.
01 ws-xmit-in-rec.
  02 ws-xi-type picture x(1).
  02 ws-xi-date picture x(8).
  02 ws-xi-time picture x(6).
  02 ws-xi-source picture x(30).
01 ws-xmit-in-detail redefines ws-xmit-in-rec.
  02 filler picture x(1).
  02 ws-xi-num picture x(18).
  02 ws-xi-code picture x(1).
  02 ws-xi-factor picture x(18).
77 ws-xmit-source picture x(30) value spaces.
77 ws-xmit-count picture 9(9) value 0.
77 ws-xmit-hash picture s9(18) usage is computational value 0.
77 ws-xd-num picture s9(18) usage is computational.
77 ws-xd-code picture x(1).
77 ws-xd-factor picture s9(18) usage is computational.
*>the interface's own record shapes; the header names the run being
*>cancelled by its stamp and says CANCEL in the source field, so the
*>receiving side can tell a void from a delivery before it loads
*>anything
01 xmit-header-rec.
  02 filler picture x(1) value 'H'.
  02 xh-date picture 9(8).
  02 xh-time picture 9(6).
  02 xh-source picture x(30).
01 xmit-detail-rec.
  02 filler picture x(1) value 'D'.
  02 xd-out-num picture 9(18).
  02 xd-out-code picture x(1).
  02 xd-out-factor picture 9(18).
01 xmit-trailer-rec.
  02 filler picture x(1) value 'T'.
  02 xt-count picture 9(9).
  02 xt-hash picture 9(18).

77 ws-tot-history picture 9(9) value 0.
77 ws-tot-decrement picture 9(9) value 0.
77 ws-tot-deleted picture 9(9) value 0.
77 ws-tot-missing picture 9(9) value 0.
77 ws-tot-chargeback picture 9(9) value 0.
77 ws-tot-audit picture 9(9) value 0.
77 ws-tot-pend-returned picture 9(9) value 0.

*>run-lock manners: the backout rewrites the master, the history and
*>the ledgers, so it runs only under the lock the check program, the
*>sweep and master maintenance all honor
01 ws-lock-rec.
  02 ws-lk-date picture x(8).
  02 filler picture x.
  02 ws-lk-time picture x(6).
  02 filler picture x.
  02 ws-lk-in-name picture x(30).
77 ws-lock-del-name picture x(30) value spaces.
77 ws-lock-del-rc picture s9(9) usage is computational value 0.
01 lock-line.
  02 lk-date picture 9(8).
  02 filler picture x value space.
  02 lk-time picture 9(6).
  02 filler picture x value space.
  02 lk-in-name picture x(30).
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
77 ws-lk-date-n picture 9(8) value 0.
77 ws-lk-hh-n picture 9(2) value 0.
77 ws-lk-mm-n picture 9(2) value 0.

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

*>the backout's own line in the audit log, in the housekeeping
*>action shape: stamped now, naming the run it took out. the run
*>analytics key on the 'read: ' literal and pass it over
01 bko-audit-line.
  02 ba-yyyy picture 9999.
  02 filler picture x value '-'.
  02 ba-mon picture 99.
  02 filler picture x value '-'.
  02 ba-dd picture 99.
  02 filler picture x value ' '.
  02 ba-hh picture 99.
  02 filler picture x value ':'.
  02 ba-mm picture 99.
  02 filler picture x value ':'.
  02 ba-ss picture 99.
  02 filler picture x(13) value ' | backout:  '.
  02 filler picture x(4) value 'run '.
  02 ba-stamp picture x(19).
  02 filler picture x(12) value ' reversed - '.
  02 ba-history picture z(8)9.
  02 filler picture x(15) value ' history lines'.

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(21) value 'run backout report - '.
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
01 target-line.
  02 filler picture x(21) value ' run backed out:     '.
  02 tl-stamp picture x(19).
*>one line per record reversed: which file, the number, and what
*>became of it
01 reversal-line.
  02 filler picture x(1) value space.
  02 rv-file picture x(10).
  02 filler picture x(1) value space.
  02 rv-num picture z(17)9.
  02 filler picture x(2) value spaces.
  02 rv-text picture x(80).
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-code picture 9(2).
  02 filler picture x(3) value ' - '.
  02 vd-text picture x(50).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.

  *>the run stamp and file names from the command line for a
  *>scheduled backout, or prompted at a terminal, same convention as
  *>the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 2
    display 1 upon argument-number
    accept ws-target-date-x from argument-value
    display 2 upon argument-number
    accept ws-target-time-x from argument-value
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
      accept ws-chargeback-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-audit-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-xmit-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-cancel-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 10
      display 10 upon argument-number
      accept ws-lock-name from argument-value
    end-if
    if ws-arg-count >= 11
      display 11 upon argument-number
      accept ws-journal-name from argument-value
    end-if
    if ws-arg-count >= 12
      display 12 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
    if ws-arg-count >= 13
      display 13 upon argument-number
      accept ws-pending-name from argument-value
    end-if
  else
    display 'enter date of the run to back out (yyyymmdd)'
    accept ws-target-date-x from console
    end-accept
    display 'enter time of the run to back out (hhmmss)'
    accept ws-target-time-x from console
    end-accept
    display 'enter master filename (default verified.mst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-master-name
    end-if
    display 'enter history filename (default verified.hst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-history-name
    end-if
  end-if.

  perform read-processing-date.
  perform open-report.

  if ws-target-date-x(1:8) is numeric and ws-target-date-x(9:1) = space
      and ws-target-time-x(1:6) is numeric
      and ws-target-time-x(7:1) = space
    move ws-target-date-x(1:8) to ws-target-date
    move ws-target-time-x(1:6) to ws-target-time
    move ws-target-date to ws-target-date-group
    move ws-target-time to ws-target-time-group
    move ws-td-yyyy to ts-yyyy
    move ws-td-mon to ts-mon
    move ws-td-dd to ts-dd
    move ws-tt-hh to ts-hh
    move ws-tt-mm to ts-mm
    move ws-tt-ss to ts-ss
    move ws-target-stamp to tl-stamp
    if report-open-bool
      write rpt-line from target-line after advancing 1 line
    end-if
    perform write-blank-line
    perform take-run-lock
    if not lock-held-bool
      display 'ANOTHER RUN HOLDS THE LOCK - BACKOUT ABANDONED'
      move 'another run holds the lock, nothing done' to nl-text
      perform write-note-line
      move 16 to ws-severity
    else
      perform back-out-run
      perform release-run-lock
    end-if
  else
    display 'RUN STAMP NOT VALID: ' function trim(ws-target-date-x)
        ' ' function trim(ws-target-time-x)
    display 'EXPECTED YYYYMMDD AND HHMMSS'
    move 'run stamp not valid, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

  perform write-verdict.
  if report-open-bool
    close report-file
    display 'backout report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the whole backout under the lock: the master first (the history
*>pass needs it open to hand each number back), then the three logs,
*>then the cancellation sealed and the counts reported
back-out-run.
  perform open-master
  if ws-severity < 16
    perform check-run-transmit
    perform open-cancel
    perform reverse-history
    move ws-file-reversed to ws-tot-history
    if master-open-bool
      close master-file
    end-if
    if journal-open-bool
      close journal-file
    end-if
    move ws-chargeback-name to ws-target-name
    move 'c' to ws-target-kind
    perform reverse-one-file
    move ws-file-reversed to ws-tot-chargeback
    move ws-audit-name to ws-target-name
    move 'a' to ws-target-kind
    perform reverse-one-file
    move ws-file-reversed to ws-tot-audit
    perform write-backout-audit-line
    perform close-cancel
    perform write-summary
  end-if.

*>the master is opened i-o for the decrements and deletes. NONE
*>backs out a run that kept no master; any other failure stops the
*>backout before a single log is touched - reversing the history
*>without the master would leave the two telling different stories
open-master.
  if ws-master-name = 'NONE'
    move 'n' to ws-master-open-flag
  else
    open i-o master-file
    if master-stat = "00"
      move 'y' to ws-master-open-flag
      perform open-journal
    else
      display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
      display 'FILE STATUS: ' master-stat
      move 'results master would not open, nothing done' to nl-text
      perform write-note-line
      move 16 to ws-severity
    end-if
  end-if.

*>is the transmission on disk still the one the run sent? only its
*>header is read here; the details are copied later, once the
*>cancellation file is open
check-run-transmit.
  move 'n' to ws-mirror-flag
  move 'RUN BACKOUT' to ws-xmit-source
  if ws-xmit-name not = 'NONE'
    open input xmit-file
    if xmit-stat = "00"
      read xmit-file
        at end continue
        not at end
          move xmit-info to ws-xmit-in-rec
          if ws-xi-type = 'H' and ws-xi-date = ws-target-date-x(1:8)
              and ws-xi-time = ws-target-time-x(1:6)
            move 'y' to ws-mirror-flag
            move ws-xi-source to ws-xmit-source
          end-if
      end-read
      close xmit-file
    end-if
  end-if.

*>the cancellation file gets the run's own stamp in its header and
*>CANCEL in front of the run's source name; with the run's
*>transmission still on disk every detail it sent is repeated here
*>to be voided
open-cancel.
  if ws-cancel-name = 'NONE'
    move 'n' to ws-cancel-open-flag
  else
    open output cancel-file
    if cancel-stat = "00"
      move 'y' to ws-cancel-open-flag
      move ws-target-date to xh-date
      move ws-target-time to xh-time
      move spaces to xh-source
      string 'CANCEL ' ws-xmit-source delimited by size
        into xh-source
      end-string
      write cancel-out-record from xmit-header-rec
      if mirror-bool
        perform copy-run-transmit
        move 'cancellation mirrors the run''s own transmission'
            to nl-text
      else
        move 'run''s transmission replaced since - cancellation'
            & ' built from its history lines' to nl-text
      end-if
      perform write-note-line
    else
      display 'CANCELLATION FILE COULD NOT BE OPENED: '
          ws-cancel-name
      display 'FILE STATUS: ' cancel-stat
      move 'cancellation file would not open, tracking system'
          & ' must be told by hand' to nl-text
      perform write-note-line
      move 8 to ws-severity
    end-if
  end-if.

*>the run's transmission also carries, at its front, the details
*>earlier nights sent but never had acknowledged, and the run emptied
*>the pending file when it folded them in. only a detail whose number
*>has a history record under the run's own stamp is the run's to
*>void; every other one goes back on the pending file so the next
*>transmission sends it again. the history log is still whole here -
*>it is reversed after the cancellation is built
copy-run-transmit.
  perform open-history-lookup
  open input xmit-file
  if xmit-stat = "00"
    move 'n' to eof
    perform until eof-bool
      read xmit-file
        at end move 'y' to eof
        not at end
          move xmit-info to ws-xmit-in-rec
          if ws-xi-type = 'D' and ws-xi-num is numeric
              and ws-xi-factor is numeric
            perform judge-transmit-detail
          end-if
      end-read
    end-perform
    close xmit-file
  end-if
  if hist-lookup-bool
    close history-file
    move 'n' to ws-hist-lookup-flag
  end-if
  if pending-open-bool
    close pending-file
    move 'n' to ws-pending-open-flag
  end-if
  if ws-tot-pend-returned > 0
    move spaces to nl-text
    move ws-tot-pend-returned to cn-count
    string 'carried-forward details returned to '
        function trim(ws-pending-name) ': '
        function trim(cn-count)
      delimited by size into nl-text
    end-string
    perform write-note-line
  end-if.

*>the history log read by its full key - number and run stamp - to
*>tell the run's own details from carried ones. without it no detail
*>can be shown to be the run's, so none is voided: all go back to
*>pending and the run's own must be voided by hand
open-history-lookup.
  move 'n' to ws-hist-lookup-flag
  open input history-file
  if history-stat = "00"
    move 'y' to ws-hist-lookup-flag
  else
    if history-stat = "35"
      close history-file
    end-if
    display 'HISTORY LOG COULD NOT BE READ: ' ws-history-name
    display 'FILE STATUS: ' history-stat
    move 'history unreadable - no detail voided, all returned to'
        & ' pending; void the run''s own by hand' to nl-text
    perform write-note-line
    move 8 to ws-severity
  end-if.

judge-transmit-detail.
  move 'n' to ws-reverse-flag
  if hist-lookup-bool
    move spaces to history-key-record
    move ws-xi-num to hf-num
    move ws-target-stamp to hf-stamp
    read history-file key is hf-key
      invalid key continue
      not invalid key move 'y' to ws-reverse-flag
    end-read
  end-if
  if reverse-bool
    move ws-xi-num to ws-xd-num
    move ws-xi-code to ws-xd-code
    move ws-xi-factor to ws-xd-factor
    perform write-cancel-detail
  else
    perform return-pending-detail
  end-if.

*>a carried detail back onto the pending file, appended after
*>anything the acknowledgement job has parked there since the run;
*>created on first use with the usual "35" retry
return-pending-detail.
  if not pending-open-bool and ws-pending-name not = 'NONE'
    open extend pending-file
    if pending-stat = "35"
      close pending-file
      open output pending-file
    end-if
    if pending-stat = "00"
      move 'y' to ws-pending-open-flag
    else
      display 'PENDING FILE COULD NOT BE OPENED: ' ws-pending-name
      display 'FILE STATUS: ' pending-stat
      move 'pending file would not open - carried details must be'
          & ' re-sent by hand' to nl-text
      perform write-note-line
      move 8 to ws-severity
      move 'NONE' to ws-pending-name
    end-if
  end-if
  move ws-xi-num to ws-xd-num
  if pending-open-bool
    write pending-out-record from xmit-in-record
    add 1 to ws-tot-pend-returned
    move 'transmit' to rv-file
    move ws-xd-num to rv-num
    move 'carried from an earlier run - returned to pending'
        to rv-text
    perform write-reversal-line
  else
    move 'transmit' to rv-file
    move ws-xd-num to rv-num
    move 'carried from an earlier run - NOT RETURNED, re-send by'
        & ' hand' to rv-text
    perform write-reversal-line
  end-if.

write-cancel-detail.
  if cancel-open-bool
    move ws-xd-num to xd-out-num
    move ws-xd-code to xd-out-code
    move ws-xd-factor to xd-out-factor
    write cancel-out-record from xmit-detail-rec
    add 1 to ws-xmit-count
    compute ws-xmit-hash =
        function mod(ws-xmit-hash + ws-xd-num, 1000000000000000000)
  end-if.

close-cancel.
  if cancel-open-bool
    move ws-xmit-count to xt-count
    move ws-xmit-hash to xt-hash
    write cancel-out-record from xmit-trailer-rec
    close cancel-file
  end-if.

*>one pass over one log: every line the run being backed out wrote
*>is reversed and dropped, every other line goes to the work file,
*>and only a pass that finished is copied back. a log that does not
*>exist had nothing of this run in it
reverse-one-file.
  move 0 to ws-file-reversed
  move 0 to ws-file-kept
  open input target-file
  if target-stat = "35"
    move spaces to nl-text
    string function trim(ws-target-name)
        ' not found - nothing to reverse there'
      delimited by size into nl-text
    end-string
    perform write-note-line
  else
    if target-stat not = "00"
      display 'FILE COULD NOT BE OPENED: ' ws-target-name
      display 'FILE STATUS: ' target-stat
      move spaces to nl-text
      string function trim(ws-target-name)
          ' would not open - not reversed'
        delimited by size into nl-text
      end-string
      perform write-note-line
      move 8 to ws-severity
    else
      open output work-file
      if work-stat not = "00"
        display 'WORK FILE COULD NOT BE OPENED: ' ws-work-name
        display 'FILE STATUS: ' work-stat
        close target-file
        move 8 to ws-severity
      else
        move 'n' to eof
        perform until eof-bool
          read target-file
            at end move 'y' to eof
            not at end
              move 'n' to ws-reverse-flag
              if ws-target-kind = 'c'
                perform judge-chargeback-row
              else
                perform judge-audit-row
              end-if
              if reverse-bool
                add 1 to ws-file-reversed
              else
                write work-record from target-record
                add 1 to ws-file-kept
              end-if
          end-read
        end-perform
        close target-file
        close work-file
        if ws-file-reversed > 0
          perform copy-back-file
        end-if
      end-if
    end-if
  end-if.

*>the work file back over the log. a failure here leaves the log
*>short of its kept lines, so the work file is named for the
*>operator to copy back by hand
copy-back-file.
  open input work-file
  open output target-file
  if work-stat not = "00" or target-stat not = "00"
    display 'LOG COULD NOT BE REWRITTEN: ' ws-target-name
    display 'KEPT LINES ARE IN ' ws-work-name
    move spaces to nl-text
    string function trim(ws-target-name)
        ' not rewritten - kept lines left in '
        function trim(ws-work-name)
      delimited by size into nl-text
    end-string
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    perform until eof-bool
      read work-file
        at end move 'y' to eof
        not at end
          write target-record from work-record
      end-read
    end-perform
    close work-file
    close target-file
  end-if.

*>the run's history records, reached by the run-stamp key: each is
*>judged, reversed and deleted where it stands. a log that does not
*>exist had nothing of this run in it
reverse-history.
  move 0 to ws-file-reversed
  open i-o history-file
  if history-stat = "35"
    close history-file
    move spaces to nl-text
    string function trim(ws-history-name)
        ' not found - nothing to reverse there'
      delimited by size into nl-text
    end-string
    perform write-note-line
  else
    if history-stat not = "00"
      display 'FILE COULD NOT BE OPENED: ' ws-history-name
      display 'FILE STATUS: ' history-stat
      move spaces to nl-text
      string function trim(ws-history-name)
          ' would not open - not reversed'
        delimited by size into nl-text
      end-string
      perform write-note-line
      move 8 to ws-severity
    else
      move 'n' to eof
      move ws-target-stamp to hf-stamp
      start history-file key is = hf-stamp
        invalid key move 'y' to eof
      end-start
      perform until eof-bool
        read history-file next record
          at end move 'y' to eof
          not at end
            if hf-stamp not = ws-target-stamp
              move 'y' to eof
            else
              move history-info to ws-hist-rec
              move 'n' to ws-reverse-flag
              perform judge-history-row
              if reverse-bool
                delete history-file record
                  invalid key
                    display 'HISTORY RECORD COULD NOT BE DELETED: '
                        ws-hist-num
                    move 8 to ws-severity
                  not invalid key
                    add 1 to ws-file-reversed
                end-delete
              end-if
            end-if
        end-read
      end-perform
      close history-file
    end-if
  end-if.

*>a history line of the run: reported, handed back to the master,
*>and - when the run's transmission is gone - voided from its own
*>fields
judge-history-row.
  if ws-hist-stamp = ws-target-stamp and ws-hist-num is numeric
    move 'y' to ws-reverse-flag
    move ws-hist-num to ws-hist-num-n
    move 0 to ws-hist-factor-n
    if ws-hist-factor is numeric
      move ws-hist-factor to ws-hist-factor-n
    end-if
    move 'history' to rv-file
    move ws-hist-num-n to rv-num
    move spaces to rv-text
    string 'result ' ws-hist-result ' from '
        function trim(ws-hist-in-name) ' client ' ws-hist-client
      delimited by size into rv-text
    end-string
    perform write-reversal-line
    if master-open-bool
      perform reverse-master-entry
    end-if
    if not mirror-bool
      move ws-hist-num-n to ws-xd-num
      move ws-hist-result to ws-xd-code
      move ws-hist-factor-n to ws-xd-factor
      perform write-cancel-detail
    end-if
  end-if.

*>one history line's worth of master: every line the run wrote came
*>with one times-seen visit, so one visit comes off. a record first
*>seen on the run date and down to its only visit was put there by
*>this run and goes altogether
reverse-master-entry.
  move ws-hist-num-n to master-num
  read master-file
    invalid key
      add 1 to ws-tot-missing
      move 'master' to rv-file
      move ws-hist-num-n to rv-num
      move 'not on the master - nothing to step back' to rv-text
      perform write-reversal-line
    not invalid key
      move master-record to jn-before
      if master-first-date = ws-target-date
          and master-times-seen <= 1
        delete master-file record
          invalid key
            display 'RECORD COULD NOT BE DELETED: ' master-num
            move 'first seen in this run - DELETE FAILED' to rv-text
            move 8 to ws-severity
          not invalid key
            add 1 to ws-tot-deleted
            move 'first seen in this run - deleted' to rv-text
            move 'D' to jn-action
            move spaces to jn-after
            perform write-journal-entry
        end-delete
      else
        if master-times-seen > 0
          subtract 1 from master-times-seen
        end-if
        rewrite master-record
          invalid key
            display 'RECORD COULD NOT BE REWRITTEN: ' master-num
            move 'times seen - REWRITE FAILED' to rv-text
            move 8 to ws-severity
          not invalid key
            add 1 to ws-tot-decrement
            move spaces to rv-text
            string 'times seen stepped back to '
                master-times-seen
              delimited by size into rv-text
            end-string
            move 'R' to jn-action
            move master-record to jn-after
            perform write-journal-entry
        end-rewrite
      end-if
      move 'master' to rv-file
      move ws-hist-num-n to rv-num
      perform write-reversal-line
  end-read.

*>the journal in extend, created on first use the same way the check
*>program does it; without it the backout still runs, but a later
*>roll-forward would bring the backed-out run's master updates back
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
          ' A ROLL-FORWARD WOULD UNDO THIS BACKOUT'
      display 'FILE STATUS: ' journal-stat
      move 'master journal would not open - backout not journalled'
          to nl-text
      perform write-note-line
      move 4 to ws-severity
    end-if
  end-if.

write-journal-entry.
  if journal-open-bool
    move ws-clock-date to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'primebko' to jn-source
    write journal-out-record from journal-line
  end-if.

judge-chargeback-row.
  move target-row to ws-ledger-rec
  if ws-lg-date = ws-target-date-x(1:8)
      and ws-lg-time = ws-target-time-x(1:6)
    move 'y' to ws-reverse-flag
    move 'chargeback' to rv-file
    move 0 to rv-num
    move spaces to rv-text
    string 'client ' ws-lg-client ' submitted ' ws-lg-submitted
        ' master ' ws-lg-master ' computed ' ws-lg-computed
      delimited by size into rv-text
    end-string
    perform write-reversal-line
  end-if.

*>the run's entries (one per feed) and its card echo share its
*>stamp; housekeeping lines stamped from the run's report header
*>are housekeeping's record, not the run's, and stay
judge-audit-row.
  move target-row to ws-audit-rec
  if ws-ar-stamp = ws-target-stamp
    if ws-ar-read-lit = 'read: '
      move 'y' to ws-reverse-flag
      move 'audit' to rv-file
      move 0 to rv-num
      move spaces to rv-text
      string 'run entry for ' function trim(ws-ar-in-name)
          ' read ' function trim(ws-ar-read-x)
        delimited by size into rv-text
      end-string
      perform write-reversal-line
    else
      if ws-ar-card-lit = ' | card: '
        move 'y' to ws-reverse-flag
        move 'audit' to rv-file
        move 0 to rv-num
        move 'control card echo line' to rv-text
        perform write-reversal-line
      end-if
    end-if
  end-if.

*>the backout itself goes on the record in the audit log it has just
*>edited - created on first use with the usual "35" retry
write-backout-audit-line.
  open extend target-file
  if target-stat = "35"
    close target-file
    open output target-file
  end-if
  if target-stat = "00"
    move ws-run-yyyy to ba-yyyy
    move ws-run-mon to ba-mon
    move ws-run-dd to ba-dd
    move ws-run-hh to ba-hh
    move ws-run-mm to ba-mm
    move ws-run-ss to ba-ss
    move ws-target-stamp to ba-stamp
    move ws-tot-history to ba-history
    write target-record from bko-audit-line
    close target-file
  else
    display 'AUDIT LOG COULD NOT BE OPENED, BACKOUT NOT LOGGED'
    display 'FILE STATUS: ' target-stat
  end-if.

write-reversal-line.
  if report-open-bool
    write rpt-line from reversal-line after advancing 1 line
  end-if.

*>the counts, and a run stamp that matched nothing anywhere is worth
*>a warning - it is far more often a mistyped stamp than a run that
*>left no trace
write-summary.
  perform write-blank-line
  move 'history lines reversed:' to cn-label
  move ws-tot-history to cn-count
  perform write-count-line
  move 'master visits stepped back:' to cn-label
  move ws-tot-decrement to cn-count
  perform write-count-line
  move 'master records deleted:' to cn-label
  move ws-tot-deleted to cn-count
  perform write-count-line
  move 'numbers missing from master:' to cn-label
  move ws-tot-missing to cn-count
  perform write-count-line
  move 'chargeback lines reversed:' to cn-label
  move ws-tot-chargeback to cn-count
  perform write-count-line
  move 'audit lines reversed:' to cn-label
  move ws-tot-audit to cn-count
  perform write-count-line
  move 'cancellation details sent:' to cn-label
  move ws-xmit-count to cn-count
  perform write-count-line
  move 'pending details returned:' to cn-label
  move ws-tot-pend-returned to cn-count
  perform write-count-line
  if ws-tot-history = 0 and ws-tot-chargeback = 0
      and ws-tot-audit = 0
    move 'no record anywhere carries that run stamp' to nl-text
    perform write-note-line
    display 'NO RECORD CARRIES RUN STAMP ' ws-target-stamp
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if
  if ws-tot-missing > 0 and ws-severity < 4
    move 4 to ws-severity
  end-if
  display 'backout of ' ws-target-stamp ': ' ws-tot-history
      ' history line(s) reversed'.

write-verdict.
  move ws-severity to vd-code
  if ws-severity = 0
    move 'RUN BACKED OUT' to vd-text
  else
    if ws-severity = 4
      move 'BACKED OUT WITH WARNINGS' to vd-text
    else
      if ws-severity = 8
        move 'INCOMPLETE - see the notes above' to vd-text
      else
        move 'NOT BACKED OUT' to vd-text
      end-if
    end-if
  end-if
  perform write-blank-line
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

*>take the run lock: wait politely for a live holder, seize a stale
*>one, refuse cleanly when the wait runs out - same manners as the
*>check program and master maintenance
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
    move 'run backout' to lk-in-name
    write lock-in-record from lock-line
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
