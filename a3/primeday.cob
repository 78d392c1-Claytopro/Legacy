identification division.
program-id. primeday.

*>date-roll step for the processing-date control. every file in the
*>suite used to be stamped with the clock date the run started on, so
*>a night's run that slipped past midnight, or a Saturday rerun of
*>Friday's feed, was filed under the wrong business day everywhere.
*>the run programs now take their business date from the control file
*>this job keeps, and this job is the only thing that moves it: run
*>as the first step of the nightly chain, it advances the processing
*>date to the next processing day on the business calendar the same
*>file carries, skipping weekends and holidays.
*>
*>control file, one entry per line, fixed columns:
*>  P yyyymmdd yyyymmdd hh - the processing date, the one before it,
*>                           and the cutover hour: clock times before
*>                           it still belong to the previous day
*>  W YYYYYNN              - processing (Y) or not (N), monday first
*>  H yyyymmdd text        - a holiday or other non-processing day
*>lines starting '*' are comments, and every line but P is written
*>back exactly as it was read.
*>
*>the roll never runs ahead of the clock: the new date may not be
*>later than the clock's own business day (the clock date, less a day
*>before the cutover hour) unless the fourth name on the command line
*>says y - so running the step twice in a night cannot skip a day. a
*>date may also be named outright (third name, yyyymmdd) to set the
*>control up or put it right; it must be a processing day.
*>severities: 0 rolled, 4 rolled but still behind the last processing
*>day up to the clock's business day (a roll was missed - roll
*>again), 8 refused (control untouched), 16 control could not be read
*>or written

environment division.
input-output section.
file-control.
select control-file assign to dynamic ws-control-name
  organization is line sequential
  FILE STATUS control-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd control-file.
01 control-in-record.
 05 control-info pic x(80).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-control-name pic x(30) value 'procdate.ctl'.
77 ws-report-name pic x(30) value 'primeday.out'.
01  control-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the named date, and the answer to "may the roll run ahead of the
*>clock's business day"
77 ws-target-date picture 9(8) value 0.
77 ws-ahead-ans picture x(1) value 'n'.
  88 ahead-bool value 'y' 'Y'.

*>the whole control file, held so it can be written back with only
*>the P line changed
77 ws-line-max picture 9(4) value 1000.
77 ws-line-count picture 9(4) value 0.
77 ws-line-idx picture 9(4) usage is computational.
77 ws-p-line-idx picture 9(4) value 0.
01 ws-line-table.
  02 ws-line-text picture x(80) occurs 1000 times.

*>one control line, in its fixed columns
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

*>the calendar: processing weekdays, monday first, and the holidays
01 ws-week-flags picture x(7) value 'YYYYYNN'.
77 ws-hol-max picture 9(4) value 400.
77 ws-hol-count picture 9(4) value 0.
77 ws-hol-idx picture 9(4) usage is computational.
01 ws-hol-table.
  02 ws-hol-entry occurs 400 times.
    03 ws-hol-date picture 9(8).
    03 ws-hol-text picture x(40).

*>the dates this job works with, as yyyymmdd and as day numbers
77 ws-cur-date picture 9(8) value 0.
77 ws-prior-date picture 9(8) value 0.
77 ws-new-date picture 9(8) value 0.
77 ws-cutover-hh picture 9(2) value 6.
77 ws-clock-date picture 9(8) value 0.
77 ws-op-date picture 9(8) value 0.
77 ws-op-int picture 9(9) usage is computational.
*>the latest processing day on or before the clock's business day -
*>the date a roll that is up to date has reached
77 ws-op-proc-date picture 9(8) value 0.
77 ws-day-int picture 9(9) usage is computational.
77 ws-day-date picture 9(8) value 0.
77 ws-weekday picture 9(1) value 0.
77 ws-day-guard picture 9(4) usage is computational.
01 ws-proc-day-flag picture x(1) value 'n'.
  88 proc-day-bool value 'y'.
77 ws-skip-reason picture x(40) value spaces.

77 ws-tot-skipped picture 9(9) value 0.
77 ws-tot-bad picture 9(9) value 0.

01 ws-run-date-group.
  02 ws-run-yyyy picture 9(4).
  02 ws-run-mon picture 9(2).
  02 ws-run-dd picture 9(2).
01 ws-run-time-group.
  02 ws-run-hh picture 9(2).
  02 ws-run-mm picture 9(2).
  02 ws-run-ss picture 9(2).
  02 ws-run-hs picture 9(2).

*>the P line as it is written back
01 control-p-line.
  02 filler picture x(2) value 'P '.
  02 cp-date picture 9(8).
  02 filler picture x value space.
  02 cp-prior picture 9(8).
  02 filler picture x value space.
  02 cp-cutover picture 9(2).

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(28) value 'processing date roll report '.
  02 filler picture x(2) value '- '.
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
01 date-line.
  02 filler picture x(1) value space.
  02 dl-label picture x(30).
  02 dl-date picture 9(8).
  02 filler picture x(2) value spaces.
  02 dl-text picture x(40).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.

  *>names and options from the command line for the chain, or
  *>prompted at a terminal, same convention as the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-control-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-arg-buffer from argument-value
      perform set-target-date
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-ahead-ans from argument-value
    end-if
  else
    display 'enter control filename (default procdate.ctl)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-control-name
    end-if
    display 'set to date (yyyymmdd, default next processing day)'
    accept ws-arg-buffer from console
    end-accept
    perform set-target-date
  end-if.

  perform open-report.
  perform load-control.
  if ws-severity < 16
    perform find-operating-day
    perform pick-new-date
  end-if.
  if ws-severity < 8
    perform write-control
  end-if.
  if ws-severity < 8
    perform write-roll-summary
  end-if.

  if report-open-bool
    close report-file
    display 'date roll report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

set-target-date.
  if ws-arg-buffer(1:8) is numeric
    move ws-arg-buffer(1:8) to ws-target-date
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

write-date-line.
  if report-open-bool
    write rpt-line from date-line after advancing 1 line
  end-if.

write-blank-line.
  if report-open-bool
    write rpt-line from blank-line after advancing 1 line
  end-if.

*>the control file, loaded whole. no file yet is the first roll and
*>starts one; a line this job cannot read is kept as it stands and
*>counted, the same posture the other loaders take
load-control.
  open input control-file
  if control-stat = "35"
    move 'no control file yet, a new one is started' to nl-text
    perform write-note-line
  else
    if control-stat not = "00"
      display 'PROCESSING-DATE CONTROL COULD NOT BE OPENED: '
          ws-control-name
      display 'FILE STATUS: ' control-stat
      move 16 to ws-severity
    else
      perform until eof-bool
        read control-file
          at end move 'y' to eof
          not at end
            perform load-control-line
        end-read
      end-perform
      close control-file
    end-if
  end-if.

load-control-line.
  if ws-line-count >= ws-line-max
    if ws-severity < 16
      display 'CONTROL FILE EXCEEDS ' ws-line-max ' LINES'
      move 'control file too long, left untouched' to nl-text
      perform write-note-line
      move 16 to ws-severity
    end-if
  else
    add 1 to ws-line-count
    move control-info to ws-line-text(ws-line-count)
    move control-info to ws-pd-rec
    if ws-pd-kind = 'P'
      if ws-pd-date is numeric and ws-p-line-idx = 0
        move ws-line-count to ws-p-line-idx
        move ws-pd-date to ws-cur-date
        if ws-pd-prior is numeric
          move ws-pd-prior to ws-prior-date
        end-if
        if ws-pd-cutover is numeric
          move ws-pd-cutover to ws-cutover-hh
        end-if
      else
        add 1 to ws-tot-bad
      end-if
    else
      if ws-pd-kind = 'W'
        move function upper-case(ws-pd-days) to ws-week-flags
      else
        if ws-pd-kind = 'H'
          if ws-pd-date is numeric and ws-hol-count < ws-hol-max
            add 1 to ws-hol-count
            move ws-pd-date to ws-hol-date(ws-hol-count)
            move ws-pd-hol-text to ws-hol-text(ws-hol-count)
          else
            add 1 to ws-tot-bad
          end-if
        else
          if ws-pd-kind not = '*' and control-info not = spaces
            add 1 to ws-tot-bad
          end-if
        end-if
      end-if
    end-if
  end-if.

*>the clock's own business day: before the cutover hour the night
*>still belongs to the day before
find-operating-day.
  move ws-clock-date to ws-op-date
  if ws-run-hh < ws-cutover-hh
    compute ws-op-int = function integer-of-date(ws-clock-date) - 1
    compute ws-op-date = function date-of-integer(ws-op-int)
  end-if
  compute ws-op-int = function integer-of-date(ws-op-date).

*>the new processing date: the date named, or the next processing day
*>after the current one - or, for a control with no date in it yet,
*>the latest processing day up to the clock's business day
pick-new-date.
  if ws-target-date > 0
    move ws-target-date to ws-day-date
    perform judge-day
    if not proc-day-bool
      display 'DATE NAMED IS NOT A PROCESSING DAY: ' ws-target-date
      move spaces to nl-text
      string 'date named is not a processing day (' ws-target-date
          ', ' function trim(ws-skip-reason) ') - nothing rolled'
        delimited by size
        into nl-text
      end-string
      perform write-note-line
      move 8 to ws-severity
    else
      move ws-target-date to ws-new-date
    end-if
  else
    if ws-cur-date = 0
      perform find-latest-processing-day
    else
      compute ws-day-int = function integer-of-date(ws-cur-date)
      move 'n' to ws-proc-day-flag
      move 0 to ws-day-guard
      perform until proc-day-bool or ws-day-guard > 366
        add 1 to ws-day-int
        add 1 to ws-day-guard
        compute ws-day-date = function date-of-integer(ws-day-int)
        perform judge-day
        if not proc-day-bool
          add 1 to ws-tot-skipped
          move 'skipped:' to dl-label
          move ws-day-date to dl-date
          move ws-skip-reason to dl-text
          perform write-date-line
        end-if
      end-perform
    end-if
    if not proc-day-bool
      display 'NO PROCESSING DAY WITHIN A YEAR - CHECK THE CALENDAR'
      move 'no processing day within a year, nothing rolled'
          to nl-text
      perform write-note-line
      move 8 to ws-severity
    else
      move ws-day-date to ws-new-date
    end-if
  end-if
  if ws-severity < 8
    if ws-new-date > ws-op-date and not ahead-bool
      display 'ROLL TO ' ws-new-date ' WOULD RUN AHEAD OF THE CLOCK''S'
          ' BUSINESS DAY ' ws-op-date ' - NOTHING ROLLED'
      move spaces to nl-text
      string 'roll to ' ws-new-date ' runs ahead of business day '
          ws-op-date ' - nothing rolled'
        delimited by size
        into nl-text
      end-string
      perform write-note-line
      move 8 to ws-severity
    end-if
  end-if.

*>the latest processing day on or before the clock's business day,
*>left in ws-day-date with proc-day-bool set when there is one
find-latest-processing-day.
  compute ws-day-int = ws-op-int + 1
  move 'n' to ws-proc-day-flag
  move 0 to ws-day-guard
  perform until proc-day-bool or ws-day-guard > 366
    subtract 1 from ws-day-int
    add 1 to ws-day-guard
    compute ws-day-date = function date-of-integer(ws-day-int)
    perform judge-day
  end-perform.

*>a day is a processing day unless its weekday is marked N or it is
*>on the holiday list; the reason goes in ws-skip-reason
judge-day.
  compute ws-weekday =
      function mod(function integer-of-date(ws-day-date) - 1, 7) + 1
  move 'y' to ws-proc-day-flag
  move spaces to ws-skip-reason
  if ws-week-flags(ws-weekday:1) = 'N'
    move 'n' to ws-proc-day-flag
    move 'not a processing weekday' to ws-skip-reason
  else
    move 0 to ws-hol-idx
    perform until ws-hol-idx >= ws-hol-count or not proc-day-bool
      add 1 to ws-hol-idx
      if ws-hol-date(ws-hol-idx) = ws-day-date
        move 'n' to ws-proc-day-flag
        move ws-hol-text(ws-hol-idx) to ws-skip-reason
        if ws-skip-reason = spaces
          move 'holiday' to ws-skip-reason
        end-if
      end-if
    end-perform
  end-if.

*>the control file back to disk with the new P line where the old one
*>stood - at the top for a new control - and every other line as read
write-control.
  if ws-cur-date > 0
    move ws-cur-date to cp-prior
  else
    move ws-prior-date to cp-prior
  end-if
  move ws-new-date to cp-date
  move ws-cutover-hh to cp-cutover
  open output control-file
  if control-stat not = "00"
    display 'PROCESSING-DATE CONTROL COULD NOT BE WRITTEN: '
        ws-control-name
    display 'FILE STATUS: ' control-stat
    move 'control file could not be written, nothing rolled'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    if ws-p-line-idx = 0
      write control-in-record from control-p-line
      if ws-line-count = 0
        move 'W YYYYYNN' to control-info
        write control-in-record
      end-if
    end-if
    move 0 to ws-line-idx
    perform until ws-line-idx >= ws-line-count
      add 1 to ws-line-idx
      if ws-line-idx = ws-p-line-idx
        write control-in-record from control-p-line
      else
        write control-in-record from ws-line-text(ws-line-idx)
      end-if
    end-perform
    close control-file
  end-if.

write-roll-summary.
  perform write-blank-line
  move 'processing date was:' to dl-label
  move ws-cur-date to dl-date
  move spaces to dl-text
  perform write-date-line
  move 'processing date now:' to dl-label
  move ws-new-date to dl-date
  perform write-date-line
  move 'clock business day:' to dl-label
  move ws-op-date to dl-date
  perform write-date-line
  move 'non-processing days skipped:' to cn-label
  move ws-tot-skipped to cn-count
  perform write-count-line
  if ws-tot-bad > 0
    move 'unreadable control lines:' to cn-label
    move ws-tot-bad to cn-count
    perform write-count-line
    move 4 to ws-severity
  end-if
  perform find-latest-processing-day
  if proc-day-bool
    move ws-day-date to ws-op-proc-date
  else
    move 0 to ws-op-proc-date
  end-if
  if ws-op-proc-date not = ws-op-date
    move 'latest processing day:' to dl-label
    move ws-op-proc-date to dl-date
    perform write-date-line
  end-if
  if ws-new-date < ws-op-proc-date
    *>the control has fallen behind the clock: a night's roll was
    *>missed, and the next run would be stamped a day late. judged
    *>against the last processing day, not the clock's day itself -
    *>on a weekend or holiday the control rightly stays on the day
    *>before, and a second roll would be refused
    move 'processing date is still behind the clock''s business day'
        & ' - roll again' to nl-text
    perform write-note-line
    move 4 to ws-severity
  end-if
  if ws-new-date > ws-op-date
    move 'rolled ahead of the clock''s business day on request'
        to nl-text
    perform write-note-line
  end-if
  display 'processing date rolled from ' ws-cur-date ' to '
      ws-new-date.
