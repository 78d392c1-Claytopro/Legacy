identification division.
program-id. primehcv.

*>one-time conversion of the run-history log from the flat sequential
*>file the check program used to append to into the keyed file every
*>reader and writer now expects: keyed by number and run stamp, with
*>the run stamp, the input file name and the requestor code as
*>alternate keys, so a lookup, a backout or a verify no longer has to
*>read the whole log. the job runs under the run lock, sets the flat
*>log aside under the same name with .seq on the end, and loads every
*>line from that copy into a new keyed log of the original name:
*>  - a line whose number or run stamp cannot be read is not loaded
*>    and is listed by its line number
*>  - a second line for the same number in the same run stamp is not
*>    loaded (the first one stands, the way the check program files
*>    a repeat) and is listed
*>the loaded log is then read back end to end and its count held
*>against the load; if the load or the read-back fails, the partial
*>keyed log is deleted and the flat log put back under its own name,
*>so the suite is never left without its history. the .seq copy is
*>kept after a clean conversion until the operator removes it; while
*>it is there the job will not run again. a log that already opens
*>keyed is left alone.
*>severities: 0 converted clean, 4 converted with lines left out (or
*>already converted, nothing done), 8 refused (the .seq copy is in
*>the way), 16 not converted

environment division.
input-output section.
file-control.
select history-file assign to dynamic ws-history-name
  organization is indexed
  access is dynamic
  record key is hf-key
  alternate record key is hf-stamp with duplicates
  alternate record key is hf-in-name with duplicates
  alternate record key is hf-client with duplicates
  FILE STATUS history-stat.

*>the log under its own name taken as flat, only to see whether a
*>keyed open that found nothing was looking at a flat log - a file
*>handler keeping separate data and index files finds no index for
*>a flat log and answers as if there were no log at all
select probe-file assign to dynamic ws-history-name
  organization is line sequential
  FILE STATUS probe-stat.

*>the flat log, once it has been set aside under its .seq name
select flat-file assign to dynamic ws-flat-name
  organization is line sequential
  FILE STATUS flat-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

select lock-file assign to dynamic ws-lock-name
  organization is line sequential
  FILE STATUS lock-stat.

data division.
file section.
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

fd probe-file.
01 probe-in-record.
 05 probe-info pic x(120).

fd flat-file.
01 flat-in-record.
 05 flat-info pic x(120).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

fd lock-file.
01 lock-in-record.
 05 lock-info pic x(50).

working-storage section.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-flat-name pic x(34) value spaces.
77 ws-report-name pic x(30) value 'primehcv.out'.
77 ws-lock-name pic x(30) value 'verified.lck'.
01  history-stat pic xx.
01  flat-stat pic xx.
01  probe-stat pic xx.
01  report-stat pic xx.
01  lock-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
*>set once the flat log has been renamed, so a failure from there on
*>knows it has to put it back
01 ws-set-aside-flag picture x(1) value 'n'.
  88 set-aside-bool value 'y'.
01 ws-load-failed-flag picture x(1) value 'n'.
  88 load-failed-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the names as the file-system calls want them, and what they said
77 ws-call-from picture x(34) value spaces.
77 ws-call-to picture x(34) value spaces.
77 ws-call-rc picture s9(9) usage is computational value 0.

*>mirror of the history-line layout the check program files in
*>verified.hst, fields taken as text
01 ws-hist-rec.
  02 ws-hist-num picture x(18).
  02 filler picture x.
  02 ws-hist-yyyy picture x(4).
  02 ws-hist-dash1 picture x.
  02 ws-hist-mon picture x(2).
  02 ws-hist-dash2 picture x.
  02 ws-hist-dd picture x(2).
  02 filler picture x.
  02 ws-hist-hh picture x(2).
  02 ws-hist-colon1 picture x.
  02 ws-hist-mm picture x(2).
  02 ws-hist-colon2 picture x.
  02 ws-hist-ss picture x(2).
  02 filler picture x(3).
  02 ws-hist-in-name picture x(30).
  02 filler picture x(3).
  02 ws-hist-result picture x(1).
  02 filler picture x.
  02 ws-hist-factor picture x(18).
  02 filler picture x(3).
  02 ws-hist-client picture x(3).

77 ws-tot-read picture 9(9) value 0.
77 ws-tot-loaded picture 9(9) value 0.
77 ws-tot-dupes picture 9(9) value 0.
77 ws-tot-bad picture 9(9) value 0.
77 ws-tot-readback picture 9(9) value 0.

*>run-lock manners: the conversion replaces the log the check
*>program, the sweep and the backout all write, so it runs only under
*>the lock they all honor
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
  02 filler picture x(30) value 'run-history conversion - '.
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
  02 filler picture x(21) value ' run-history log:    '.
  02 nm-history picture x(30).
  02 filler picture x(16) value '  flat copy:    '.
  02 nm-flat picture x(34).
*>one line per line of the flat log left out of the keyed one
01 left-out-line.
  02 filler picture x(6) value ' line '.
  02 lo-line picture z(8)9.
  02 filler picture x(2) value spaces.
  02 lo-text picture x(30).
  02 filler picture x(2) value spaces.
  02 lo-row picture x(60).
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-code picture 9(2).
  02 filler picture x(3) value ' - '.
  02 vd-text picture x(50).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>file names from the command line for a scheduled conversion, or
  *>prompted at a terminal, same convention as the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-history-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-lock-name from argument-value
    end-if
  else
    display 'enter history filename (default verified.hst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-history-name
    end-if
  end-if.

  move spaces to ws-flat-name
  string function trim(ws-history-name) '.seq' delimited by size
    into ws-flat-name
  end-string.

  perform open-report.
  move ws-history-name to nm-history
  move ws-flat-name to nm-flat
  if report-open-bool
    write rpt-line from names-line after advancing 1 line
  end-if
  perform write-blank-line.

  perform take-run-lock.
  if not lock-held-bool
    display 'ANOTHER RUN HOLDS THE LOCK - CONVERSION ABANDONED'
    move 'another run holds the lock, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform convert-history
    perform release-run-lock
  end-if.

  perform write-verdict.
  if report-open-bool
    close report-file
    display 'conversion report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the conversion proper: make sure there is a flat log to convert and
*>nothing in the way, set it aside, load, read back, and either keep
*>the result or put everything back as it was
convert-history.
  open input history-file
  if history-stat = "00"
    close history-file
    display 'RUN-HISTORY LOG IS ALREADY KEYED: ' ws-history-name
    move 'run-history log already opens keyed, nothing done'
        to nl-text
    perform write-note-line
    move 4 to ws-severity
  else
    if history-stat = "35"
      close history-file
    end-if
    open input flat-file
    if flat-stat = "00"
      close flat-file
      display 'FLAT COPY FROM AN EARLIER CONVERSION IS IN THE WAY: '
          ws-flat-name
      move 'a flat copy of the log is already set aside, nothing'
          & ' done' to nl-text
      perform write-note-line
      move 'remove or rename it once the keyed log is trusted'
          to nl-text
      perform write-note-line
      move 8 to ws-severity
    else
      if flat-stat = "35"
        close flat-file
      end-if
      if history-stat = "35"
        open input probe-file
        if probe-stat = "35"
          close probe-file
          perform create-empty-log
        else
          if probe-stat = "00"
            close probe-file
          end-if
          perform set-aside-flat-log
        end-if
      else
        perform set-aside-flat-log
      end-if
      if set-aside-bool
        perform load-keyed-log
        if not load-failed-bool
          perform read-back-keyed-log
        end-if
        if load-failed-bool
          perform put-back-flat-log
        end-if
        perform write-summary
      end-if
    end-if
  end-if.

*>no log at all, keyed or flat, means a suite that never ran a batch
*>- an empty keyed log is all there is to make
create-empty-log.
  open output history-file
  if history-stat = "00"
    close history-file
    display 'NO RUN-HISTORY LOG - EMPTY KEYED LOG CREATED: '
        ws-history-name
    move 'no flat log to convert, empty keyed log created' to nl-text
    perform write-note-line
  else
    display 'KEYED RUN-HISTORY LOG COULD NOT BE CREATED: '
        ws-history-name
    display 'FILE STATUS: ' history-stat
    move 'keyed log could not be created, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

*>the flat log is renamed rather than copied: a log the size this
*>one has grown to is not worth reading twice, and a rename cannot
*>half-finish
set-aside-flat-log.
  move function trim(ws-history-name) to ws-call-from
  move function trim(ws-flat-name) to ws-call-to
  call 'CBL_RENAME_FILE' using ws-call-from ws-call-to
    returning ws-call-rc
  end-call
  if ws-call-rc = 0
    move 'y' to ws-set-aside-flag
    move 'flat log set aside under its .seq name' to nl-text
    perform write-note-line
  else
    display 'RUN-HISTORY LOG COULD NOT BE SET ASIDE (RC ' ws-call-rc
        ')'
    move 'flat log could not be set aside, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

*>every line of the flat copy into the new keyed log, in the order
*>the runs appended them, so the first of two lines sharing a key is
*>the one that stands
load-keyed-log.
  open input flat-file
  if flat-stat not = "00"
    display 'FLAT COPY COULD NOT BE OPENED: ' ws-flat-name
    display 'FILE STATUS: ' flat-stat
    move 'flat copy would not open, conversion abandoned' to nl-text
    perform write-note-line
    move 'y' to ws-load-failed-flag
  else
    open output history-file
    if history-stat not = "00"
      display 'KEYED RUN-HISTORY LOG COULD NOT BE CREATED: '
          ws-history-name
      display 'FILE STATUS: ' history-stat
      move 'keyed log could not be created, conversion abandoned'
          to nl-text
      perform write-note-line
      move 'y' to ws-load-failed-flag
    else
      move 'n' to eof
      perform until eof-bool or load-failed-bool
        read flat-file
          at end move 'y' to eof
          not at end
            add 1 to ws-tot-read
            move flat-info to ws-hist-rec
            perform load-one-line
        end-read
      end-perform
      close history-file
    end-if
    close flat-file
  end-if.

*>a line is loaded when its number and its run stamp can be read -
*>those two are its key, and a line without them could never be
*>found again
load-one-line.
  if ws-hist-num is not numeric
    move 'number not readable' to lo-text
    perform write-left-out-line
    add 1 to ws-tot-bad
  else
    if ws-hist-yyyy is not numeric or ws-hist-mon is not numeric
        or ws-hist-dd is not numeric or ws-hist-hh is not numeric
        or ws-hist-mm is not numeric or ws-hist-ss is not numeric
        or ws-hist-dash1 not = '-' or ws-hist-dash2 not = '-'
        or ws-hist-colon1 not = ':' or ws-hist-colon2 not = ':'
      move 'run stamp not readable' to lo-text
      perform write-left-out-line
      add 1 to ws-tot-bad
    else
      move flat-info to history-info
      write history-in-record
        invalid key
          if history-stat = "22"
            move 'same number, same run stamp' to lo-text
            perform write-left-out-line
            add 1 to ws-tot-dupes
          else
            display 'KEYED RUN-HISTORY LOG WRITE FAILED AT LINE '
                ws-tot-read
            display 'FILE STATUS: ' history-stat
            move 'keyed log write failed, conversion abandoned'
                to nl-text
            perform write-note-line
            move 'y' to ws-load-failed-flag
          end-if
        not invalid key
          add 1 to ws-tot-loaded
      end-write
    end-if
  end-if.

*>the new log read end to end by its key: it must open, read clean,
*>and hold exactly the lines the load said it wrote
read-back-keyed-log.
  open input history-file
  if history-stat not = "00"
    display 'KEYED RUN-HISTORY LOG COULD NOT BE READ BACK: '
        ws-history-name
    display 'FILE STATUS: ' history-stat
    move 'keyed log would not open for the read-back' to nl-text
    perform write-note-line
    move 'y' to ws-load-failed-flag
  else
    move 'n' to eof
    perform until eof-bool
      read history-file next record
        at end move 'y' to eof
        not at end add 1 to ws-tot-readback
      end-read
      if history-stat not = "00" and history-stat not = "02"
          and history-stat not = "10"
        display 'KEYED RUN-HISTORY LOG READ-BACK FAILED'
        display 'FILE STATUS: ' history-stat
        move 'y' to eof
        move 'y' to ws-load-failed-flag
      end-if
    end-perform
    close history-file
    if ws-tot-readback not = ws-tot-loaded
      display 'READ-BACK FOUND ' ws-tot-readback ' RECORD(S), LOAD '
          'WROTE ' ws-tot-loaded
      move 'read-back count does not match the load' to nl-text
      perform write-note-line
      move 'y' to ws-load-failed-flag
    end-if
  end-if.

*>a failed conversion leaves the suite as it found it: the partial
*>keyed log goes and the flat log returns under its own name. if the
*>flat log cannot be put back the operator has to do it by hand
*>before the next batch, and the report says so in as many words
put-back-flat-log.
  move function trim(ws-history-name) to ws-call-to
  call 'CBL_DELETE_FILE' using ws-call-to
    returning ws-call-rc
  end-call
  move function trim(ws-flat-name) to ws-call-from
  call 'CBL_RENAME_FILE' using ws-call-from ws-call-to
    returning ws-call-rc
  end-call
  if ws-call-rc = 0
    move 'flat log put back under its own name, nothing changed'
        to nl-text
    perform write-note-line
  else
    display 'FLAT LOG COULD NOT BE PUT BACK (RC ' ws-call-rc ') - '
        'RENAME ' function trim(ws-flat-name) ' TO '
        function trim(ws-history-name) ' BY HAND'
    move 'flat log could not be put back - rename the .seq copy to'
        & ' the log name by hand' to nl-text
    perform write-note-line
  end-if
  move 16 to ws-severity.

write-left-out-line.
  move ws-tot-read to lo-line
  move flat-info to lo-row
  if report-open-bool
    write rpt-line from left-out-line after advancing 1 line
  end-if.

write-summary.
  perform write-blank-line
  move 'flat lines read:' to cn-label
  move ws-tot-read to cn-count
  perform write-count-line
  move 'records loaded:' to cn-label
  move ws-tot-loaded to cn-count
  perform write-count-line
  move 'repeats left out:' to cn-label
  move ws-tot-dupes to cn-count
  perform write-count-line
  move 'unreadable lines left out:' to cn-label
  move ws-tot-bad to cn-count
  perform write-count-line
  move 'records read back:' to cn-label
  move ws-tot-readback to cn-count
  perform write-count-line
  if not load-failed-bool
    if ws-tot-dupes > 0 or ws-tot-bad > 0
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    end-if
    display 'run-history conversion: ' ws-tot-loaded
        ' record(s) loaded into ' function trim(ws-history-name)
  end-if.

write-verdict.
  move ws-severity to vd-code
  if ws-severity = 0
    move 'CONVERTED' to vd-text
  else
    if ws-severity = 4
      move 'CONVERTED WITH WARNINGS' to vd-text
    else
      if ws-severity = 8
        move 'REFUSED - see the notes above' to vd-text
      else
        move 'NOT CONVERTED' to vd-text
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
  move ws-run-date-group to ws-lock-today-num
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
            ') - TREATING THE LOG AS LOCKED'
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
    move ws-run-date-group to lk-date
    move ws-run-time-group(1:6) to lk-time
    move 'run-history conversion' to lk-in-name
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
    if ws-lk-date = ws-run-date-group
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
