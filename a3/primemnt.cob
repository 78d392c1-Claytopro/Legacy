*>word on the command line:
*>  BACKUP  - export every master record to a flat sequential backup
*>  RESTORE - rebuild the master from a backup after index damage
*>  VERIFY  - walk the run-history log in number order and report
*>            every record the master and the history disagree on
*>  PURGE   - delete entries older than the retention period whose
*>            times-seen count shows they never recur, with a
*>            disposition report of everything kept, purged or flagged
*>  FREELOCK- force-release the run lock a crashed or wedged run left
*>            over the shared files; the second name on the command
*>            line is the lock file (default verified.lck)
*>  ROLLFWD - restore the newest backup the master journal knows of,
*>            then replay the journal's after images over it up to a
*>            chosen point in time (default: the end of the journal)
*>every function writes its report in the suite's usual report shape
*>and grades itself 0/4/8/16 the way the check program does.
*>every function but VERIFY changes the master, the backup or the
*>lock, so it runs only for an operator ID the operator table grants
*>it to (tenth name on the command line); each grant, refusal and
*>outcome goes on the security log, and the operator ID is stamped
*>on the report, every disposition line and the lock

environment division.
input-output section.
  FILE STATUS backup-stat.

select history-file assign to dynamic ws-history-name
  organization is indexed
  access is sequential
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
  organization is line sequential
  FILE STATUS lock-stat.

select operator-file assign to dynamic ws-operator-name
  organization is line sequential
  FILE STATUS operator-stat.

select security-file assign to dynamic ws-security-name
  organization is line sequential
  FILE STATUS security-stat.

data division.
file section.
fd master-file.
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

*>the master journal the check program, the requalification sweep
*>and the run backout append to. PURGE adds its deletes, BACKUP adds a
*>marker naming the backup it just took, and ROLLFWD reads it back
fd journal-file.
01 journal-in-record.
 05 journal-info pic x(150).

fd report-file.
01 rpt-line.
01 lock-in-record.
 05 lock-info pic x(50).

*>the operator table: one line per operator, the ID in the first
*>eight columns and the function words that operator may use after
*>it, separated by spaces. lines starting '*' are comments
fd operator-file.
01 operator-in-record.
 05 operator-info pic x(80).

*>the security log every guarded function appends to, read by the
*>monthly security report
fd security-file.
01 security-in-record.
 05 security-info pic x(132).

working-storage section.
77 ws-function pic x(8) value spaces.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-report-name pic x(30) value 'primemnt.out'.
77 ws-lock-name pic x(30) value 'verified.lck'.
77 ws-journal-name pic x(30) value 'verified.jnl'.
01  master-stat pic xx.
01  backup-stat pic xx.
01  history-stat pic xx.
01  journal-stat pic xx.
01  report-stat pic xx.
01  lock-stat pic xx.

*>operator sign-on: the ID from the command line or the console, the
*>table it is looked up in and the log every grant and refusal goes
*>on. the function word being signed on for is what the table line
*>must name
77 ws-operator-id pic x(8) value spaces.
77 ws-operator-name pic x(30) value 'operators.dat'.
77 ws-security-name pic x(30) value 'security.log'.
01  operator-stat pic xx.
01  security-stat pic xx.
77 ws-op-function picture x(8) value spaces.
01 ws-op-rec.
  02 ws-op-id picture x(8).
  02 filler picture x.
  02 ws-op-functions picture x(71).
77 ws-op-scan picture x(80) value spaces.
77 ws-op-word picture x(10) value spaces.
77 ws-op-word-len picture 9(2) usage is computational.
77 ws-op-hits picture 9(4) usage is computational.
01 ws-op-known-flag picture x(1) value 'n'.
  88 op-known-bool value 'y'.
01 ws-op-granted-flag picture x(1) value 'n'.
  88 op-granted-bool value 'y'.
01 ws-op-refused-flag picture x(1) value 'n'.
  88 op-refused-bool value 'y'.
01 ws-sec-logged-flag picture x(1) value 'n'.
  88 sec-logged-bool value 'y'.
77 ws-op-refusal picture x(60) value spaces.

*>security-line: run stamp, program, operator, function word, outcome
*>(GRANTED, REFUSED, or ENDED once a granted function has finished)
*>and a detail - the refusal reason, or the outcome's severity and
*>counts. a run's lines share its stamp, so the report can pair them
01 security-line.
  02 sl-date picture 9(8).
  02 filler picture x value space.
  02 sl-time picture 9(6).
  02 filler picture x value space.
  02 sl-program picture x(8).
  02 filler picture x value space.
  02 sl-operator picture x(8).
  02 filler picture x value space.
  02 sl-function picture x(8).
  02 filler picture x value space.
  02 sl-outcome picture x(7).
  02 filler picture x value space.
  02 sl-detail picture x(60).
77 ws-sl-sev picture 9(2) value 0.
77 ws-sl-count-1 picture 9(9) value 0.
77 ws-sl-count-2 picture 9(9) value 0.
77 ws-sl-count-3 picture 9(9) value 0.
77 ws-sl-lock-date picture x(8) value spaces.
77 ws-sl-lock-time picture x(6) value spaces.

*>mirror of the lock record the check program takes over the shared
*>files, so the operator sees whose lock is being broken
01 ws-lock-rec.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-journal-open-flag picture x(1) value 'n'.
  88 journal-open-bool value 'y'.

*>journal-line, the check program's layout: run stamp, action (A add,
*>R rewrite, D delete, B backup marker), writer, and the master record
*>before and after the write. a marker carries the backup's name
*>where a record would carry its before image, and its record count
*>in front of the after image
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
01 journal-marker redefines journal-line.
  02 filler picture x(27).
  02 jm-backup-name picture x(54).
  02 filler picture x.
  02 jm-records picture 9(9).
  02 filler picture x(45).
01 ws-jnl-rec.
  02 ws-jn-stamp.
    03 ws-jn-date picture x(8).
    03 filler picture x.
    03 ws-jn-time picture x(6).
  02 filler picture x.
  02 ws-jn-action picture x(1).
  02 filler picture x.
  02 ws-jn-source picture x(8).
  02 filler picture x.
  02 ws-jn-before picture x(54).
  02 filler picture x.
  02 ws-jn-after picture x(54).

*>roll-forward controls: the point in time to stop at, as
*>yyyymmddhhmmss (a date alone means the end of that day), the
*>newest backup marker found in the journal, and how far into the
*>journal it sits - entries ahead of it are already in that backup
01 ws-rf-point.
  02 ws-rf-point-date picture x(8) value '99999999'.
  02 ws-rf-point-time picture x(6) value '999999'.
01 ws-rf-entry-stamp.
  02 ws-rf-entry-date picture x(8).
  02 ws-rf-entry-time picture x(6).
01 ws-rf-marker-flag picture x(1) value 'n'.
  88 rf-marker-bool value 'y'.
01 ws-rf-past-flag picture x(1) value 'n'.
  88 rf-past-bool value 'y'.
77 ws-rf-marker-line picture 9(9) value 0.
77 ws-rf-marker-date picture x(8) value spaces.
77 ws-rf-marker-time picture x(6) value spaces.
77 ws-rf-line picture 9(9) value 0.
77 ws-tot-jnl-read picture 9(9) value 0.
77 ws-tot-jnl-prior picture 9(9) value 0.
77 ws-tot-jnl-adds picture 9(9) value 0.
77 ws-tot-jnl-rewrites picture 9(9) value 0.
77 ws-tot-jnl-deletes picture 9(9) value 0.
77 ws-tot-jnl-absent picture 9(9) value 0.
77 ws-tot-jnl-beyond picture 9(9) value 0.
77 ws-tot-jnl-bad picture 9(9) value 0.

77 ws-severity picture 9(2) value 0.

77 ws-tot-flagged picture 9(9) value 0.
77 ws-tot-disagree picture 9(9) value 0.
77 ws-tot-hist-rows picture 9(9) value 0.
77 ws-tot-hist-nums picture 9(9) value 0.
77 ws-tot-bad-rows picture 9(9) value 0.

01 ws-run-date-group.
77 ws-entry-int picture 9(9) usage is computational.
77 ws-age-days picture s9(9) usage is computational.

*>mirror of the history-line layout the check program files in
*>verified.hst, fields taken as text the way the inquiry program
*>reads them
01 ws-hist-rec.
  02 filler picture x.
  02 ws-hist-factor picture x(18).
77 ws-hist-num-n picture 9(18) value 0.
*>the number VERIFY last read the master for, and whether it was there
77 ws-verify-last picture x(18) value spaces.
01 ws-verify-found-flag picture x(1) value 'n'.
  88 verify-found-bool value 'y'.
77 ws-hist-factor-n picture 9(18) value 0.

01 rpt-title-line.
  02 dp-date picture 9(8).
  02 filler picture x(14) value '  times seen: '.
  02 dp-times picture z(8)9.
  02 filler picture x(12) value '  operator: '.
  02 dp-operator picture x(8).
01 disagree-line.
  02 filler picture x(1) value space.
  02 dg-num picture z(17)9.
      display 7 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-journal-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-arg-buffer from argument-value
      perform set-rollfwd-point
    end-if
    if ws-arg-count >= 10
      display 10 upon argument-number
      accept ws-operator-id from argument-value
    end-if
    if ws-arg-count >= 11
      display 11 upon argument-number
      accept ws-operator-name from argument-value
    end-if
    if ws-arg-count >= 12
      display 12 upon argument-number
      accept ws-security-name from argument-value
    end-if
  else
    display 'function? (BACKUP / RESTORE / VERIFY / PURGE / ROLLFWD)'
    accept ws-function from console
    end-accept
    display 'enter master filename (default verified.mst)'
    if ws-arg-buffer not = spaces
      compute ws-retention-days = function numval(ws-arg-buffer)
    end-if
    if function upper-case(ws-function) = 'ROLLFWD'
      display 'roll forward to (yyyymmddhhmmss, default end of '
          'journal)'
      accept ws-arg-buffer from console
      end-accept
      perform set-rollfwd-point
    end-if
    if function upper-case(ws-function) not = 'VERIFY'
      display 'operator ID?'
      accept ws-operator-id from console
      end-accept
    end-if
  end-if.

  move function upper-case(ws-function) to ws-function.
  perform open-report.

  *>VERIFY only reads; every other known function word needs an
  *>operator signed on for it before anything is touched
  if ws-function = 'BACKUP' or ws-function = 'RESTORE'
      or ws-function = 'PURGE' or ws-function = 'FREELOCK'
      or ws-function = 'ROLLFWD'
    move ws-function to ws-op-function
    perform sign-on-operator
  end-if.

  if op-refused-bool
    move 16 to ws-severity
  else
    if ws-function = 'BACKUP'
      perform do-locked-backup
    else
      if ws-function = 'RESTORE'
        perform do-locked-restore
      else
        if ws-function = 'VERIFY'
          perform do-verify
        else
          if ws-function = 'PURGE'
            perform do-locked-purge
          else
            if ws-function = 'FREELOCK'
              perform do-freelock
            else
              if ws-function = 'ROLLFWD'
                perform do-locked-rollfwd
              else
                display 'UNKNOWN FUNCTION: ' ws-function
                display 'EXPECTED BACKUP, RESTORE, VERIFY, PURGE,'
                    ' FREELOCK OR ROLLFWD'
                move 'unknown function word, nothing done' to nl-text
                perform write-note-line
                move 16 to ws-severity
              end-if
            end-if
          end-if
        end-if
      end-if
    end-if
  end-if.

  if op-granted-bool
    perform log-function-outcome
  end-if.

  if report-open-bool
    close report-file
    display 'maintenance report output to ' ws-report-name
    end-if
  end-if.

*>a backup is the base a roll-forward starts from, so it is taken
*>under the run lock - no run can write the master, and the journal,
*>while the export is under way - and a finished one is marked in the
*>journal: everything journalled after the marker is newer than the
*>backup, everything ahead of it is already in it
do-locked-backup.
  perform take-run-lock
  if not lock-held-bool
    display 'ANOTHER RUN HOLDS THE LOCK - BACKUP ABANDONED'
    move 'another run holds the lock, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform do-backup
    if ws-severity < 16
      perform write-backup-marker
    end-if
    perform release-run-lock
  end-if.

write-backup-marker.
  perform open-journal
  if journal-open-bool
    move ws-run-date-group to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'B' to jn-action
    move 'primemnt' to jn-source
    move spaces to jn-before
    move spaces to jn-after
    move ws-backup-name to jm-backup-name
    move ws-tot-records to jm-records
    write journal-in-record from journal-line
    close journal-file
    move 'backup marked in the master journal' to nl-text
    perform write-note-line
  else
    move 'backup NOT marked in the journal - a roll-forward will'
        & ' replay the whole journal' to nl-text
    perform write-note-line
    move 4 to ws-severity
  end-if.

*>the functions that change the master run only under the run lock
*>the check program and the sweep honor; a refused lock leaves the
*>master exactly as it was
do-locked-restore.
  perform take-run-lock
  if not lock-held-bool
    perform release-run-lock
  end-if.

do-locked-rollfwd.
  perform take-run-lock
  if not lock-held-bool
    display 'ANOTHER RUN HOLDS THE LOCK - ROLL-FORWARD ABANDONED'
    move 'another run holds the lock, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform do-rollfwd
    perform release-run-lock
  end-if.

*>forward recovery: the newest backup the journal has a marker for is
*>restored under the same rules as RESTORE (the damaged master must
*>be out of the way first), then every journal entry after the marker
*>up to the chosen point is replayed. replay applies after images
*>outright - an add or rewrite leaves the record exactly as the
*>journal saw it written, a delete removes it - so an entry that is
*>already reflected in the backup does no harm when applied again
do-rollfwd.
  perform find-backup-marker
  if ws-severity < 16
    if rf-marker-bool
      move spaces to nl-text
      string 'newest backup marked in the journal: '
          function trim(ws-backup-name) ' taken '
          ws-rf-marker-date ' ' ws-rf-marker-time
        delimited by size into nl-text
      end-string
    else
      move spaces to nl-text
      string 'no backup marker in the journal - whole journal'
          ' replayed over ' function trim(ws-backup-name)
        delimited by size into nl-text
      end-string
      move 4 to ws-severity
    end-if
    perform write-note-line
    move spaces to nl-text
    string 'rolled forward to ' ws-rf-point-date ' '
        ws-rf-point-time
      delimited by size into nl-text
    end-string
    perform write-note-line
    perform write-blank-line
    perform do-restore
    if ws-severity < 16
      perform apply-journal
    end-if
  end-if.

*>first pass: where in the journal the newest backup marker sits. a
*>marker past the roll-forward point is no use - its backup already
*>holds changes the operator asked to leave out
find-backup-marker.
  move 'n' to ws-rf-marker-flag
  move 0 to ws-rf-marker-line
  move 0 to ws-rf-line
  open input journal-file
  if journal-stat not = "00"
    display 'MASTER JOURNAL COULD NOT BE OPENED: ' ws-journal-name
    display 'FILE STATUS: ' journal-stat
    move 'no journal to roll forward from, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    perform until eof-bool
      read journal-file
        at end move 'y' to eof
        not at end
          add 1 to ws-rf-line
          move journal-info to ws-jnl-rec
          move ws-jn-date to ws-rf-entry-date
          move ws-jn-time to ws-rf-entry-time
          if ws-jn-action = 'B' and ws-rf-entry-stamp <= ws-rf-point
            move journal-info to journal-line
            move 'y' to ws-rf-marker-flag
            move ws-rf-line to ws-rf-marker-line
            move ws-jn-date to ws-rf-marker-date
            move ws-jn-time to ws-rf-marker-time
            move jm-backup-name to ws-backup-name
          end-if
      end-read
    end-perform
    close journal-file
  end-if.

*>second pass: replay everything after the marker up to the point.
*>once an entry is past the point the rest are counted, not applied -
*>runs journal under the lock, one after another, so the journal is
*>in time order
apply-journal.
  open i-o master-file
  if master-stat not = "00"
    display 'RESTORED MASTER COULD NOT BE REOPENED: ' ws-master-name
    display 'FILE STATUS: ' master-stat
    move 16 to ws-severity
  else
    open input journal-file
    if journal-stat not = "00"
      display 'MASTER JOURNAL COULD NOT BE OPENED: ' ws-journal-name
      display 'FILE STATUS: ' journal-stat
      move 16 to ws-severity
      close master-file
    else
      move 0 to ws-rf-line
      move 'n' to ws-rf-past-flag
      move 'n' to eof
      perform until eof-bool
        read journal-file
          at end move 'y' to eof
          not at end
            add 1 to ws-rf-line
            add 1 to ws-tot-jnl-read
            move journal-info to ws-jnl-rec
            move ws-jn-date to ws-rf-entry-date
            move ws-jn-time to ws-rf-entry-time
            if ws-rf-line <= ws-rf-marker-line
              add 1 to ws-tot-jnl-prior
            else
              if ws-rf-entry-stamp > ws-rf-point
                move 'y' to ws-rf-past-flag
              end-if
              if rf-past-bool
                add 1 to ws-tot-jnl-beyond
              else
                perform apply-journal-entry
              end-if
            end-if
        end-read
      end-perform
      close journal-file
      close master-file
      perform write-rollfwd-counts
    end-if
  end-if.

apply-journal-entry.
  if ws-jn-action = 'A' or ws-jn-action = 'R'
    if ws-jn-after(1:18) is numeric
      move ws-jn-after to master-record
      write master-record
        invalid key
          rewrite master-record
            invalid key
              add 1 to ws-tot-jnl-bad
            not invalid key
              add 1 to ws-tot-jnl-rewrites
          end-rewrite
        not invalid key
          add 1 to ws-tot-jnl-adds
      end-write
    else
      add 1 to ws-tot-jnl-bad
    end-if
  else
    if ws-jn-action = 'D'
      if ws-jn-before(1:18) is numeric
        move ws-jn-before(1:18) to master-num
        delete master-file record
          invalid key
            add 1 to ws-tot-jnl-absent
          not invalid key
            add 1 to ws-tot-jnl-deletes
        end-delete
      else
        add 1 to ws-tot-jnl-bad
      end-if
    else
      *>a later backup marker, or a line damaged past reading -
      *>only the latter is worth a count
      if ws-jn-action not = 'B'
        add 1 to ws-tot-jnl-bad
      end-if
    end-if
  end-if.

write-rollfwd-counts.
  perform write-blank-line
  move 'journal entries read:' to cn-label
  move ws-tot-jnl-read to cn-count
  perform write-count-line
  move 'already in the backup:' to cn-label
  move ws-tot-jnl-prior to cn-count
  perform write-count-line
  move 'records added:' to cn-label
  move ws-tot-jnl-adds to cn-count
  perform write-count-line
  move 'records rewritten:' to cn-label
  move ws-tot-jnl-rewrites to cn-count
  perform write-count-line
  move 'records deleted:' to cn-label
  move ws-tot-jnl-deletes to cn-count
  perform write-count-line
  move 'deletes already applied:' to cn-label
  move ws-tot-jnl-absent to cn-count
  perform write-count-line
  move 'entries past the point:' to cn-label
  move ws-tot-jnl-beyond to cn-count
  perform write-count-line
  if ws-tot-jnl-bad > 0
    move 'entries not applicable:' to cn-label
    move ws-tot-jnl-bad to cn-count
    perform write-count-line
    move 4 to ws-severity
  end-if
  display 'rolled forward: ' ws-tot-jnl-adds ' added, '
      ws-tot-jnl-rewrites ' rewritten, ' ws-tot-jnl-deletes
      ' deleted'.

*>yyyymmddhhmmss from the command line or the console; a date alone
*>rolls forward through the whole of that day
set-rollfwd-point.
  if ws-arg-buffer(1:8) is numeric
    move ws-arg-buffer(1:8) to ws-rf-point-date
    if ws-arg-buffer(9:6) is numeric
      move ws-arg-buffer(9:6) to ws-rf-point-time
    else
      move '235959' to ws-rf-point-time
    end-if
  end-if.

*>the journal in extend, created on first use with the same "35"
*>trick the check program uses
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
      display 'MASTER JOURNAL COULD NOT BE OPENED: ' ws-journal-name
      display 'FILE STATUS: ' journal-stat
      move 'n' to ws-journal-open-flag
    end-if
  end-if.

*>rebuild the master from a flat backup after index damage. the
*>master is recreated fresh, so the damaged file must be moved or
*>deleted first - this job will not overwrite a master that still
        move 'records restored:' to cn-label
        move ws-tot-records to cn-count
        perform write-count-line
        move spaces to nl-text
        string 'restored by operator ' function trim(ws-operator-id)
          delimited by size
          into nl-text
        end-string
        perform write-note-line
        if ws-tot-bad-rows > 0
          move 'backup rows not restorable:' to cn-label
          move ws-tot-bad-rows to cn-count
    end-if
  end-if.

*>walk the run-history log and hold every line against the master.
*>the log comes back in number order, so every run of one number
*>arrives together and the master is read once per number, not once
*>per line:
*>a number the history saw but the master has lost, or a result or
*>factor the two tell differently, is a disagreement worth a line.
*>a master 'P' over a history 'Q' is the known requalification
*>upgrade and passes clean - the history line was honest when the
*>screened run wrote it. so is a master 'N' with a factor over a
*>history 'N' with none: the screened run proved it composite without
*>finding the factor, and the DR site merge has filled it in since
do-verify.
  open input master-file
  if master-stat not = "00"
            move history-info to ws-hist-rec
            if ws-hist-num is numeric
              add 1 to ws-tot-hist-rows
              if ws-tot-hist-rows = 1 or ws-hist-num not = ws-verify-last
                perform read-verify-master
              end-if
              perform verify-one-history-row
            end-if
        end-read
      move 'history rows checked:' to cn-label
      move ws-tot-hist-rows to cn-count
      perform write-count-line
      move 'distinct numbers checked:' to cn-label
      move ws-tot-hist-nums to cn-count
      perform write-count-line
      move 'disagreements found:' to cn-label
      move ws-tot-disagree to cn-count
      perform write-count-line
    end-if
  end-if.

*>the master record for the number the history has just moved on to
read-verify-master.
  add 1 to ws-tot-hist-nums
  move ws-hist-num to ws-verify-last
  move ws-hist-num to ws-hist-num-n
  move ws-hist-num-n to master-num
  read master-file
    invalid key move 'n' to ws-verify-found-flag
    not invalid key move 'y' to ws-verify-found-flag
  end-read.

verify-one-history-row.
  move ws-hist-num to ws-hist-num-n
  if not verify-found-bool
    move ws-hist-num-n to dg-num
    move 'in the history but not on the master' to dg-text
    perform write-disagree-line
  else
    if master-result = ws-hist-result
      if ws-hist-factor is numeric
        move ws-hist-factor to ws-hist-factor-n
        if master-result = 'N' and master-factor not = 0
            and ws-hist-factor-n = 0
          *>factor found since that run - not a disagreement
          continue
        else
          if master-factor not = ws-hist-factor-n
            move ws-hist-num-n to dg-num
            move 'factor differs between master and history'
            perform write-disagree-line
          end-if
        end-if
      end-if
    else
      if master-result = 'P' and ws-hist-result = 'Q'
        *>requalified since that run - not a disagreement
        continue
      else
        move ws-hist-num-n to dg-num
        move 'result differs between master and history' to dg-text
        perform write-disagree-line
      end-if
    end-if
  end-if.

write-disagree-line.
  add 1 to ws-tot-disagree
    display 'FILE STATUS: ' master-stat
    move 16 to ws-severity
  else
    perform open-journal
    if not journal-open-bool
      display 'PURGED RECORDS CANNOT BE ROLLED FORWARD AFTER A RESTORE'
      move 4 to ws-severity
    end-if
    move zeros to master-num
    start master-file key >= master-num
      invalid key move 'y' to eof
      end-read
    end-perform
    close master-file
    if journal-open-bool
      close journal-file
    end-if
    perform write-blank-line
    move 'records examined:' to cn-label
    move ws-tot-records to cn-count
      *>FAILED and counts as kept, and examined still reconciles
      *>with kept plus purged
      perform set-disposition-fields
      move master-record to jn-before
      delete master-file record
        invalid key
          display 'RECORD COULD NOT BE DELETED: ' dp-num
          move 'PURGED  ' to dp-action
          perform put-disposition-line
          add 1 to ws-tot-purged
          perform write-journal-delete
      end-delete
    else
      *>old but still coming through the feeds: exactly the record
  if lock-stat = "00"
    move ws-run-date-group to lk-date
    move ws-run-time-group(1:6) to lk-time
    move spaces to lk-in-name
    if ws-operator-id = spaces
      move 'master maintenance' to lk-in-name
    else
      string 'master maintenance by ' function trim(ws-operator-id)
        delimited by size
        into lk-in-name
      end-string
    end-if
    write lock-in-record from lock-line
    close lock-file
    move 'y' to ws-lock-held-flag
      close lock-file
      display 'breaking lock held by run of ' ws-lk-date ' '
          ws-lk-time ' (' function trim(ws-lk-in-name) ')'
      move ws-lk-date to ws-sl-lock-date
      move ws-lk-time to ws-sl-lock-time
      move function trim(ws-lock-name) to ws-lock-del-name
      call 'CBL_DELETE_FILE' using ws-lock-del-name
        returning ws-lock-del-rc
        move 16 to ws-severity
      else
        move spaces to nl-text
        string 'lock released by operator '
            function trim(ws-operator-id)
            ', was held by run of ' ws-lk-date ' ' ws-lk-time
          delimited by size
          into nl-text
        end-string
    end-if
  end-if.

*>the purge's delete on the journal, the record as it stood before
write-journal-delete.
  if journal-open-bool
    move ws-run-date-group to jn-date
    move ws-run-time-group(1:6) to jn-time
    move 'D' to jn-action
    move 'primemnt' to jn-source
    move spaces to jn-after
    write journal-in-record from journal-line
  end-if.

write-disposition-line.
  perform set-disposition-fields
  perform put-disposition-line.
  move master-num to dp-num
  move master-result to dp-result
  move master-first-date to dp-date
  move master-times-seen to dp-times
  move ws-operator-id to dp-operator.

put-disposition-line.
  if report-open-bool
    write rpt-line from disposition-line after advancing 1 line
  end-if.

*>the operator is signed on against the table before a guarded
*>function touches anything. no ID, an ID the table does not know,
*>or a function word the ID's line does not name is refused and
*>logged as a violation. a grant that cannot be logged is refused
*>too - an action nobody can account for afterwards is exactly what
*>the table is here to stop
sign-on-operator.
  move function upper-case(ws-operator-id) to ws-operator-id
  move 'n' to ws-op-known-flag
  move 'n' to ws-op-granted-flag
  move spaces to ws-op-refusal
  if ws-operator-id = spaces
    move 'no operator ID given' to ws-op-refusal
  else
    open input operator-file
    if operator-stat not = "00"
      display 'OPERATOR TABLE COULD NOT BE OPENED: ' ws-operator-name
      display 'FILE STATUS: ' operator-stat
      move 'operator table could not be opened' to ws-op-refusal
    else
      move 'n' to eof
      perform until eof-bool or op-known-bool
        read operator-file
          at end move 'y' to eof
          not at end
            perform check-operator-line
        end-read
      end-perform
      close operator-file
      move 'n' to eof
      if not op-known-bool
        move 'operator ID not in the operator table' to ws-op-refusal
      else
        if not op-granted-bool
          move 'function not granted to this operator'
              to ws-op-refusal
        end-if
      end-if
    end-if
  end-if
  if op-granted-bool
    move 'GRANTED' to sl-outcome
    move spaces to sl-detail
    perform write-security-line
    if not sec-logged-bool
      move 'n' to ws-op-granted-flag
      move 'security log could not be written' to ws-op-refusal
    end-if
  end-if
  if op-granted-bool
    move spaces to nl-text
    string 'signed on as operator ' function trim(ws-operator-id)
      delimited by size
      into nl-text
    end-string
    perform write-note-line
    perform write-blank-line
  else
    move 'y' to ws-op-refused-flag
    move 'REFUSED' to sl-outcome
    move ws-op-refusal to sl-detail
    perform write-security-line
    display 'FUNCTION ' function trim(ws-op-function)
        ' REFUSED FOR OPERATOR ' function trim(ws-operator-id) ': '
        function trim(ws-op-refusal)
    move spaces to nl-text
    string 'REFUSED for operator ' function trim(ws-operator-id) ': '
        function trim(ws-op-refusal)
      delimited by size
      into nl-text
    end-string
    perform write-note-line
  end-if.

*>one operator table line: the ID in its first eight columns, then
*>the function words. the word is searched for with a space either
*>side, so PURGE does not match a longer word that happens to hold it
check-operator-line.
  if operator-info(1:1) not = '*' and operator-info not = spaces
    move operator-info to ws-op-rec
    if function upper-case(ws-op-id) = ws-operator-id
      move 'y' to ws-op-known-flag
      move spaces to ws-op-scan
      string ' ' function upper-case(ws-op-functions)
        delimited by size
        into ws-op-scan
      end-string
      move spaces to ws-op-word
      string ' ' function trim(ws-op-function) ' '
        delimited by size
        into ws-op-word
      end-string
      compute ws-op-word-len =
          function length(function trim(ws-op-function)) + 2
      move 0 to ws-op-hits
      inspect ws-op-scan tallying ws-op-hits
          for all ws-op-word(1:ws-op-word-len)
      if ws-op-hits > 0
        move 'y' to ws-op-granted-flag
      end-if
    end-if
  end-if.

*>what the granted function came to, for the security log: its
*>severity and the counts an auditor asks about first
log-function-outcome.
  move ws-severity to ws-sl-sev
  move 'ENDED  ' to sl-outcome
  move spaces to sl-detail
  if ws-function = 'PURGE'
    move ws-tot-purged to ws-sl-count-1
    move ws-tot-flagged to ws-sl-count-2
    move ws-tot-records to ws-sl-count-3
    string 'severity ' ws-sl-sev ' purged ' ws-sl-count-1
        ' flagged ' ws-sl-count-2 ' of ' ws-sl-count-3
      delimited by size
      into sl-detail
    end-string
  else
    if ws-function = 'FREELOCK'
      string 'severity ' ws-sl-sev ' lock of ' ws-sl-lock-date
          ' ' ws-sl-lock-time ' released'
        delimited by size
        into sl-detail
      end-string
    else
      if ws-function = 'ROLLFWD'
        compute ws-sl-count-1 =
            ws-tot-jnl-adds + ws-tot-jnl-rewrites + ws-tot-jnl-deletes
        string 'severity ' ws-sl-sev ' restored ' ws-tot-records
            ' replayed ' ws-sl-count-1
          delimited by size
          into sl-detail
        end-string
      else
        if ws-function = 'RESTORE'
          string 'severity ' ws-sl-sev ' restored ' ws-tot-records
            delimited by size
            into sl-detail
          end-string
        else
          string 'severity ' ws-sl-sev ' exported ' ws-tot-records
            delimited by size
            into sl-detail
          end-string
        end-if
      end-if
    end-if
  end-if
  perform write-security-line.

*>one line to the security log, created on first use with the same
*>"35" trick the audit log uses. the log is opened and closed round
*>every line so nothing sits unwritten in a buffer if the function
*>that follows abends
write-security-line.
  move 'n' to ws-sec-logged-flag
  move ws-run-date-group to sl-date
  move ws-run-time-group(1:6) to sl-time
  move 'primemnt' to sl-program
  move ws-operator-id to sl-operator
  move ws-op-function to sl-function
  open extend security-file
  if security-stat = "35"
    close security-file
    open output security-file
  end-if
  if security-stat = "00"
    write security-in-record from security-line
    close security-file
    move 'y' to ws-sec-logged-flag
  else
    display 'SECURITY LOG COULD NOT BE OPENED: ' ws-security-name
    display 'FILE STATUS: ' security-stat
  end-if.
