identification division.
program-id. primecap.

*>batch-window capacity trend. the chain log has recorded every
*>step's start, end and verdict every night since the chain
*>controller went in, and nobody ever read it back - the first sign
*>the night was outgrowing its window was the morning it overran.
*>this job reads chain.log over a date range and reports: each step's
*>elapsed time night by night with a trailing average, its trend in
*>seconds per night, and which step most often downgrades the chain
*>(raises its worst severity) or leaves the chain stopped on a rule;
*>the check program's elapsed time set against the candidates its
*>run-status record says it read; and, from the trend in the whole
*>chain's elapsed time, the date the chain is projected to cross the
*>batch window (90 minutes unless told otherwise).
*>
*>the run-status record is rewritten by every check-program run, so
*>this job keeps its own history of them: each run files the current
*>record in the capacity history before reading it back.
*>severities: 0 reported, 4 the window is crossed or projected to be
*>within 30 days, 16 chain log would not open

environment division.
input-output section.
file-control.
select chain-log-file assign to dynamic ws-chain-log-name
  organization is line sequential
  FILE STATUS chain-log-stat.

select run-status-file assign to dynamic ws-runstatus-name
  organization is line sequential
  FILE STATUS run-status-stat.

select cap-history-file assign to dynamic ws-cap-history-name
  organization is line sequential
  FILE STATUS cap-history-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd chain-log-file.
01 chain-log-record.
 05 chain-log-info pic x(132).

fd run-status-file.
01 run-status-in-record.
 05 run-status-info pic x(120).

*>one run-status record per check-program run, as it stood when this
*>job met it
fd cap-history-file.
01 cap-history-record.
 05 cap-history-info pic x(120).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-chain-log-name pic x(30) value 'chain.log'.
77 ws-runstatus-name pic x(30) value 'runstatus.dat'.
77 ws-cap-history-name pic x(30) value 'caphist.dat'.
77 ws-report-name pic x(30) value 'primecap.out'.
01  chain-log-stat pic xx.
01  run-status-stat pic xx.
01  cap-history-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the date range (chain start dates, inclusive), the window, the
*>check program's step name on the plan, the trailing-average span
*>and how close a projected crossing must be to raise a warning
77 ws-from-date picture 9(8) value 0.
77 ws-to-date picture 9(8) value 99999999.
77 ws-window-minutes picture 9(4) value 90.
77 ws-window-secs picture 9(6) value 0.
77 ws-check-step picture x(8) value 'prime1'.
77 ws-trail-nights picture 9(2) value 7.
77 ws-warn-days picture 9(4) value 30.

*>mirror of the chain-log-line layout the chain controller writes
01 ws-log-rec.
  02 ws-lg-stamp.
    03 ws-lg-yyyy picture x(4).
    03 filler picture x.
    03 ws-lg-mon picture x(2).
    03 filler picture x.
    03 ws-lg-dd picture x(2).
    03 filler picture x.
    03 ws-lg-hh picture x(2).
    03 filler picture x.
    03 ws-lg-mm picture x(2).
    03 filler picture x.
    03 ws-lg-ss picture x(2).
  02 filler picture x(3).
  02 ws-lg-step picture x(8).
  02 filler picture x(3).
  02 ws-lg-start-hh picture 9(2).
  02 filler picture x.
  02 ws-lg-start-mm picture 9(2).
  02 filler picture x.
  02 ws-lg-start-ss picture 9(2).
  02 filler picture x(3).
  02 ws-lg-end-hh picture 9(2).
  02 filler picture x.
  02 ws-lg-end-mm picture 9(2).
  02 filler picture x.
  02 ws-lg-end-ss picture 9(2).
  02 filler picture x(6).
  02 ws-lg-rc picture 9(2).
  02 filler picture x(3).
  02 ws-lg-action picture x(20).
77 ws-lg-date-text picture x(8) value spaces.
77 ws-lg-date picture 9(8) value 0.
77 ws-lg-key-text picture x(14) value spaces.
77 ws-lg-secs picture s9(6) usage is computational.
77 ws-start-secs picture s9(6) usage is computational.
77 ws-end-secs picture s9(6) usage is computational.

*>the nights in log order: chain stamp, elapsed, verdict, and each
*>step's elapsed that night (-1 where the step did not run)
77 ws-nt-max picture 9(4) value 400.
01 ws-nt-table.
  02 ws-nt-count picture 9(4) value 0.
  02 ws-nt-entry occurs 400 times.
    03 ws-nt-stamp picture x(19).
    03 ws-nt-key picture 9(14).
    03 ws-nt-date picture 9(8).
    03 ws-nt-day-int picture 9(9) usage is computational.
    03 ws-nt-chain-secs picture s9(6) usage is computational.
    03 ws-nt-worst picture 9(2).
    03 ws-nt-verdict picture x(20).
    03 ws-nt-step-secs occurs 50 times picture s9(6)
        usage is computational.
77 ws-nt-idx picture 9(4) usage is computational.
77 ws-nt-scan picture 9(4) usage is computational.
01 ws-nt-full-flag picture x(1) value 'n'.
  88 nt-full-bool value 'y'.
01 ws-nt-skip-flag picture x(1) value 'n'.
  88 nt-skip-bool value 'y'.
77 ws-cur-worst picture 9(2) value 0.
77 ws-cur-raiser picture 9(2) value 0.

*>the steps met, in order of first appearance
77 ws-st-max picture 9(2) value 50.
01 ws-st-table.
  02 ws-st-count picture 9(2) value 0.
  02 ws-st-entry occurs 50 times.
    03 ws-st-name picture x(8).
    03 ws-st-runs picture 9(6).
    03 ws-st-total-secs picture 9(9).
    03 ws-st-downgrades picture 9(6).
    03 ws-st-stops picture 9(6).
77 ws-st-idx picture 9(2) usage is computational.
77 ws-st-worst-idx picture 9(2) usage is computational.
77 ws-st-worst-count picture 9(6) value 0.
77 ws-st-check-idx picture 9(2) usage is computational.
01 ws-st-full-flag picture x(1) value 'n'.
  88 st-full-bool value 'y'.
01 ws-st-found-flag picture x(1) value 'n'.
  88 st-found-bool value 'y'.

*>capacity history: every run-status record filed so far
77 ws-ch-max picture 9(4) value 2000.
01 ws-ch-table.
  02 ws-ch-count picture 9(4) value 0.
  02 ws-ch-entry occurs 2000 times.
    03 ws-ch-key picture 9(14).
    03 ws-ch-code picture 9(2).
    03 ws-ch-read picture 9(9).
77 ws-ch-idx picture 9(4) usage is computational.
77 ws-ch-found picture 9(4) usage is computational.
77 ws-ch-next-key picture 9(14).
01 ws-ch-have-flag picture x(1) value 'n'.
  88 ch-have-bool value 'y'.

*>mirror of the run-status-line layout the check program writes. the
*>date up front is the business date the run was filed under; the
*>clock stamp at the end is when it really ran, which is what places
*>it in a chain night. records from before the clock stamp was added
*>carry spaces there and are placed by the run stamp
01 ws-rs-rec.
  02 ws-rs-date picture 9(8).
  02 ws-rs-time picture 9(6).
  02 ws-rs-in-name picture x(30).
  02 ws-rs-code picture 9(2).
  02 ws-rs-disp picture x(12).
  02 ws-rs-read picture 9(9).
  02 ws-rs-prime picture 9(9).
  02 ws-rs-notprime picture 9(9).
  02 ws-rs-error picture 9(9).
  02 ws-rs-dup picture 9(9).
  02 ws-rs-clock-date picture 9(8).
  02 ws-rs-clock-time picture 9(6).
77 ws-rs-key picture 9(14).

*>least-squares fit of elapsed seconds against night (days since the
*>first night in range): the slope is the trend in seconds per day
77 ws-fit-n picture 9(4) usage is computational.
77 ws-fit-x picture s9(9) usage is computational.
77 ws-fit-y picture s9(9) usage is computational.
77 ws-fit-sx picture s9(12)v9(4) value 0.
77 ws-fit-sy picture s9(12)v9(4) value 0.
77 ws-fit-sxx picture s9(15)v9(4) value 0.
77 ws-fit-sxy picture s9(15)v9(4) value 0.
77 ws-fit-denom picture s9(18)v9(4) value 0.
77 ws-fit-slope picture s9(9)v9(4) value 0.
77 ws-fit-icept picture s9(9)v9(4) value 0.
77 ws-fit-base-int picture 9(9) usage is computational.
77 ws-fit-last-x picture s9(9) usage is computational.
77 ws-fit-last-value picture s9(9)v9(4) value 0.
77 ws-cross-x picture s9(9)v9(4) value 0.
77 ws-cross-int picture 9(9) value 0.
77 ws-cross-date picture 9(8) value 0.
77 ws-days-left picture s9(9) value 0.
77 ws-today-num picture 9(8).
77 ws-today-int picture 9(9) usage is computational.

*>trailing average of a step's (or the chain's) last few nights
77 ws-trail-sum picture 9(9) value 0.
77 ws-trail-seen picture 9(4) value 0.
77 ws-trail-avg picture 9(6) value 0.
77 ws-avg-secs picture 9(6) value 0.
77 ws-per-thousand picture 9(6)v99 value 0.

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
  02 filler picture x(30) value 'batch-window capacity trend - '.
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
01 night-head-line.
  02 filler picture x(22) value ' chain started'.
  02 filler picture x(10) value '   elapsed'.
  02 filler picture x(10) value '  trailing'.
  02 filler picture x(7) value '  worst'.
  02 filler picture x(20) value '  verdict'.
01 night-line.
  02 filler picture x(1) value space.
  02 ng-stamp picture x(19).
  02 filler picture x(2) value spaces.
  02 ng-secs picture z(9)9.
  02 ng-trail picture z(9)9.
  02 filler picture x(5) value spaces.
  02 ng-worst picture 99.
  02 filler picture x(2) value spaces.
  02 ng-verdict picture x(20).
01 step-head-line.
  02 filler picture x(10) value ' step'.
  02 filler picture x(8) value '  nights'.
  02 filler picture x(10) value '  avg secs'.
  02 filler picture x(14) value '  secs/night'.
  02 filler picture x(12) value '  downgrades'.
  02 filler picture x(8) value '   stops'.
01 step-line.
  02 filler picture x(1) value space.
  02 sp-name picture x(8).
  02 filler picture x(1) value space.
  02 sp-runs picture z(6)9.
  02 filler picture x(2) value spaces.
  02 sp-avg picture z(7)9.
  02 filler picture x(2) value spaces.
  02 sp-trend picture -(7)9.99.
  02 filler picture x(3) value spaces.
  02 sp-downgrades picture z(8)9.
  02 filler picture x(2) value spaces.
  02 sp-stops picture z(5)9.
01 detail-head-line.
  02 filler picture x(1) value space.
  02 dh-name picture x(8).
  02 filler picture x(33) value
      ' elapsed secs by night   trailing'.
01 detail-line.
  02 filler picture x(5) value spaces.
  02 dt-stamp picture x(19).
  02 filler picture x(2) value spaces.
  02 dt-secs picture z(6)9.
  02 filler picture x(4) value spaces.
  02 dt-trail picture z(6)9.
01 check-head-line.
  02 filler picture x(22) value ' chain started'.
  02 filler picture x(10) value '   elapsed'.
  02 filler picture x(12) value '   cand read'.
  02 filler picture x(12) value '  secs/1000'.
  02 filler picture x(4) value '  rc'.
01 check-line.
  02 filler picture x(1) value space.
  02 ck-stamp picture x(19).
  02 filler picture x(2) value spaces.
  02 ck-secs picture z(9)9.
  02 ck-read picture z(11)9.
  02 ck-rate picture z(8)9.99.
  02 filler picture x(2) value spaces.
  02 ck-code picture x(2).
01 trend-line.
  02 filler picture x(1) value space.
  02 tl-label picture x(30).
  02 tl-value picture -(8)9.99.
01 date-line.
  02 filler picture x(1) value space.
  02 dl-label picture x(30).
  02 dl-yyyy picture 9999.
  02 filler picture x value '/'.
  02 dl-mon picture 99.
  02 filler picture x value '/'.
  02 dl-dd picture 99.

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-today-num.
  compute ws-today-int = function integer-of-date(ws-today-num).

  *>names, range and window from the command line for the scheduled
  *>chain, or prompted at a terminal, same convention as the other
  *>utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-chain-log-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-arg-buffer from argument-value
      if ws-arg-buffer not = spaces and ws-arg-buffer not = 'ALL'
        compute ws-from-date = function numval(ws-arg-buffer)
      end-if
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-arg-buffer from argument-value
      if ws-arg-buffer not = spaces and ws-arg-buffer not = 'ALL'
        compute ws-to-date = function numval(ws-arg-buffer)
      end-if
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-runstatus-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-cap-history-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-arg-buffer from argument-value
      compute ws-window-minutes = function numval(ws-arg-buffer)
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-check-step from argument-value
    end-if
  else
    display 'enter chain log filename (default chain.log)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-chain-log-name
    end-if
    display 'first chain date, yyyymmdd (default all)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      compute ws-from-date = function numval(ws-arg-buffer)
    end-if
    display 'last chain date, yyyymmdd (default all)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      compute ws-to-date = function numval(ws-arg-buffer)
    end-if
  end-if.
  compute ws-window-secs = ws-window-minutes * 60.

  perform open-report.
  perform file-run-status.
  perform load-chain-log.
  if ws-severity < 16
    perform write-night-section
    perform write-projection
    perform write-step-section
    perform write-step-detail
    perform write-check-section
  end-if.

  if report-open-bool
    close report-file
    display 'capacity report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the capacity history is loaded whole, and the current run-status
*>record appended to it unless it was filed by an earlier run of this
*>job - so running the report twice in a night files the run once
file-run-status.
  open input cap-history-file
  if cap-history-stat = "00"
    move 'n' to eof
    perform until eof-bool
      read cap-history-file
        at end move 'y' to eof
        not at end
          move cap-history-info to ws-rs-rec
          perform keep-run-status
      end-read
    end-perform
    close cap-history-file
  end-if
  open input run-status-file
  if run-status-stat = "00"
    read run-status-file
      at end move spaces to run-status-info
    end-read
    close run-status-file
    move run-status-info to ws-rs-rec
    if ws-rs-date is numeric and ws-rs-time is numeric
      perform set-run-status-key
      move 'n' to ws-ch-have-flag
      move 0 to ws-ch-idx
      perform until ws-ch-idx >= ws-ch-count or ch-have-bool
        add 1 to ws-ch-idx
        if ws-ch-key(ws-ch-idx) = ws-rs-key
          move 'y' to ws-ch-have-flag
        end-if
      end-perform
      if not ch-have-bool
        perform keep-run-status
        open extend cap-history-file
        if cap-history-stat = "35"
          close cap-history-file
          open output cap-history-file
        end-if
        if cap-history-stat = "00"
          write cap-history-record from ws-rs-rec
          close cap-history-file
        else
          display 'CAPACITY HISTORY COULD NOT BE OPENED: '
              ws-cap-history-name
          display 'FILE STATUS: ' cap-history-stat
        end-if
      end-if
    end-if
  else
    display 'RUN-STATUS FILE COULD NOT BE OPENED: ' ws-runstatus-name
    display 'FILE STATUS: ' run-status-stat
  end-if.

keep-run-status.
  if ws-rs-date is numeric and ws-rs-time is numeric
      and ws-rs-read is numeric and ws-ch-count < ws-ch-max
    add 1 to ws-ch-count
    perform set-run-status-key
    move ws-rs-key to ws-ch-key(ws-ch-count)
    move ws-rs-code to ws-ch-code(ws-ch-count)
    move ws-rs-read to ws-ch-read(ws-ch-count)
  end-if.

set-run-status-key.
  if ws-rs-clock-date is numeric and ws-rs-clock-time is numeric
      and ws-rs-clock-date > 0
    compute ws-rs-key = ws-rs-clock-date * 1000000 + ws-rs-clock-time
  else
    compute ws-rs-key = ws-rs-date * 1000000 + ws-rs-time
  end-if.

load-chain-log.
  open input chain-log-file
  if chain-log-stat not = "00"
    display 'CHAIN LOG COULD NOT BE OPENED: ' ws-chain-log-name
    display 'FILE STATUS: ' chain-log-stat
    move 'chain log would not open, nothing reported' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    perform until eof-bool
      read chain-log-file
        at end move 'y' to eof
        not at end
          move chain-log-info to ws-log-rec
          perform take-chain-log-line
      end-read
    end-perform
    close chain-log-file
    if nt-full-bool
      move 'more nights in range than the report holds - narrow the'
          & ' range' to nl-text
      perform write-note-line
      move 4 to ws-severity
    end-if
    if st-full-bool
      move 'more step names than the report holds - later steps not'
          & ' shown' to nl-text
      perform write-note-line
      move 4 to ws-severity
    end-if
  end-if.

*>one chain-log line: a change of chain stamp opens a new night, a
*>step line files its elapsed time and severity effect, the chain's
*>own line closes the night with its elapsed time and verdict
take-chain-log-line.
  move spaces to ws-lg-date-text
  string ws-lg-yyyy ws-lg-mon ws-lg-dd
    delimited by size into ws-lg-date-text
  end-string
  if ws-lg-date-text is numeric
      and ws-lg-start-hh is numeric and ws-lg-start-mm is numeric
      and ws-lg-start-ss is numeric and ws-lg-end-hh is numeric
      and ws-lg-end-mm is numeric and ws-lg-end-ss is numeric
      and ws-lg-rc is numeric
    move ws-lg-date-text to ws-lg-date
    if ws-lg-date >= ws-from-date and ws-lg-date <= ws-to-date
      if ws-nt-count = 0 or ws-lg-stamp not = ws-nt-stamp(ws-nt-count)
        perform open-night
      end-if
      if not nt-skip-bool
        perform take-step-line
      end-if
    end-if
  end-if.

open-night.
  if ws-nt-count >= ws-nt-max
    move 'y' to ws-nt-full-flag
    move 'y' to ws-nt-skip-flag
  else
    move 'n' to ws-nt-skip-flag
    add 1 to ws-nt-count
    move ws-lg-stamp to ws-nt-stamp(ws-nt-count)
    move ws-lg-date to ws-nt-date(ws-nt-count)
    compute ws-nt-day-int(ws-nt-count) =
        function integer-of-date(ws-lg-date)
    move spaces to ws-lg-key-text
    string ws-lg-date-text ws-lg-hh ws-lg-mm ws-lg-ss
      delimited by size into ws-lg-key-text
    end-string
    if ws-lg-key-text is numeric
      move ws-lg-key-text to ws-nt-key(ws-nt-count)
    else
      compute ws-nt-key(ws-nt-count) = ws-lg-date * 1000000
    end-if
    move -1 to ws-nt-chain-secs(ws-nt-count)
    move 0 to ws-nt-worst(ws-nt-count)
    move '(no verdict line)' to ws-nt-verdict(ws-nt-count)
    move 0 to ws-st-idx
    perform until ws-st-idx >= ws-st-max
      add 1 to ws-st-idx
      move -1 to ws-nt-step-secs(ws-nt-count, ws-st-idx)
    end-perform
    move 0 to ws-cur-worst
    move 0 to ws-cur-raiser
  end-if.

take-step-line.
  compute ws-start-secs = ws-lg-start-hh * 3600 + ws-lg-start-mm * 60
      + ws-lg-start-ss
  compute ws-end-secs = ws-lg-end-hh * 3600 + ws-lg-end-mm * 60
      + ws-lg-end-ss
  compute ws-lg-secs = ws-end-secs - ws-start-secs
  *>a step that ran across midnight
  if ws-lg-secs < 0
    add 86400 to ws-lg-secs
  end-if
  if ws-lg-step = 'chain'
    move ws-lg-secs to ws-nt-chain-secs(ws-nt-count)
    move ws-lg-rc to ws-nt-worst(ws-nt-count)
    move ws-lg-action to ws-nt-verdict(ws-nt-count)
  else
    perform find-step
    if ws-st-idx > 0
      if ws-lg-action = 'RAN'
        add 1 to ws-st-runs(ws-st-idx)
        add ws-lg-secs to ws-st-total-secs(ws-st-idx)
        if ws-nt-step-secs(ws-nt-count, ws-st-idx) < 0
          move ws-lg-secs to ws-nt-step-secs(ws-nt-count, ws-st-idx)
        else
          add ws-lg-secs to ws-nt-step-secs(ws-nt-count, ws-st-idx)
        end-if
        *>the step that takes the chain's worst severity up is the
        *>one that downgrades it - and is charged with any stop the
        *>raised severity goes on to cause
        if ws-lg-rc > ws-cur-worst
          add 1 to ws-st-downgrades(ws-st-idx)
          move ws-lg-rc to ws-cur-worst
          move ws-st-idx to ws-cur-raiser
        end-if
      else
        if ws-lg-action = 'STOPPED BEFORE STEP' and ws-cur-raiser > 0
          add 1 to ws-st-stops(ws-cur-raiser)
        end-if
      end-if
    end-if
  end-if.

*>ws-st-idx comes back at the step's slot, added when new; 0 only
*>when the step table is full
find-step.
  move 0 to ws-st-idx
  move 'n' to ws-st-found-flag
  perform until ws-st-idx >= ws-st-count or st-found-bool
    add 1 to ws-st-idx
    if ws-st-name(ws-st-idx) = ws-lg-step
      move 'y' to ws-st-found-flag
    end-if
  end-perform
  if not st-found-bool
    if ws-st-count >= ws-st-max
      move 'y' to ws-st-full-flag
      move 0 to ws-st-idx
    else
      add 1 to ws-st-count
      move ws-st-count to ws-st-idx
      move ws-lg-step to ws-st-name(ws-st-idx)
      move 0 to ws-st-runs(ws-st-idx)
      move 0 to ws-st-total-secs(ws-st-idx)
      move 0 to ws-st-downgrades(ws-st-idx)
      move 0 to ws-st-stops(ws-st-idx)
    end-if
  end-if.

*>the chain night by night with its trailing average
write-night-section.
  move 'nights in range:' to cn-label
  move ws-nt-count to cn-count
  perform write-count-line
  perform write-blank-line
  if report-open-bool
    write rpt-line from night-head-line after advancing 1 line
  end-if
  move 0 to ws-nt-idx
  perform until ws-nt-idx >= ws-nt-count
    add 1 to ws-nt-idx
    move ws-nt-stamp(ws-nt-idx) to ng-stamp
    move 0 to ws-st-idx
    perform trailing-average
    if ws-nt-chain-secs(ws-nt-idx) < 0
      move 0 to ng-secs
      move 0 to ng-trail
    else
      move ws-nt-chain-secs(ws-nt-idx) to ng-secs
      move ws-trail-avg to ng-trail
    end-if
    move ws-nt-worst(ws-nt-idx) to ng-worst
    move ws-nt-verdict(ws-nt-idx) to ng-verdict
    if report-open-bool
      write rpt-line from night-line after advancing 1 line
    end-if
  end-perform.

*>ws-trail-avg: the average over the last ws-trail-nights nights up
*>to ws-nt-idx that the step ws-st-idx ran on (0 means the chain)
trailing-average.
  move 0 to ws-trail-sum
  move 0 to ws-trail-seen
  move ws-nt-idx to ws-nt-scan
  perform until ws-nt-scan < 1 or ws-trail-seen >= ws-trail-nights
    if ws-st-idx = 0
      if ws-nt-chain-secs(ws-nt-scan) >= 0
        add ws-nt-chain-secs(ws-nt-scan) to ws-trail-sum
        add 1 to ws-trail-seen
      end-if
    else
      if ws-nt-step-secs(ws-nt-scan, ws-st-idx) >= 0
        add ws-nt-step-secs(ws-nt-scan, ws-st-idx) to ws-trail-sum
        add 1 to ws-trail-seen
      end-if
    end-if
    subtract 1 from ws-nt-scan
  end-perform
  if ws-trail-seen > 0
    compute ws-trail-avg rounded = ws-trail-sum / ws-trail-seen
  else
    move 0 to ws-trail-avg
  end-if.

*>least-squares fit over every night the step ws-st-idx (0 = the
*>chain) has a time for; x is days since the first night in range
fit-trend.
  move 0 to ws-fit-n
  move 0 to ws-fit-sx
  move 0 to ws-fit-sy
  move 0 to ws-fit-sxx
  move 0 to ws-fit-sxy
  move 0 to ws-fit-slope
  move 0 to ws-fit-icept
  move 0 to ws-fit-last-x
  if ws-nt-count > 0
    move ws-nt-day-int(1) to ws-fit-base-int
  end-if
  move 0 to ws-nt-idx
  perform until ws-nt-idx >= ws-nt-count
    add 1 to ws-nt-idx
    move -1 to ws-fit-y
    if ws-st-idx = 0
      move ws-nt-chain-secs(ws-nt-idx) to ws-fit-y
    else
      move ws-nt-step-secs(ws-nt-idx, ws-st-idx) to ws-fit-y
    end-if
    if ws-fit-y >= 0
      compute ws-fit-x = ws-nt-day-int(ws-nt-idx) - ws-fit-base-int
      add 1 to ws-fit-n
      add ws-fit-x to ws-fit-sx
      add ws-fit-y to ws-fit-sy
      compute ws-fit-sxx = ws-fit-sxx + ws-fit-x * ws-fit-x
      compute ws-fit-sxy = ws-fit-sxy + ws-fit-x * ws-fit-y
      move ws-fit-x to ws-fit-last-x
    end-if
  end-perform
  if ws-fit-n > 0
    compute ws-fit-denom = ws-fit-n * ws-fit-sxx - ws-fit-sx * ws-fit-sx
    if ws-fit-denom not = 0
      compute ws-fit-slope rounded =
          (ws-fit-n * ws-fit-sxy - ws-fit-sx * ws-fit-sy) / ws-fit-denom
    end-if
    compute ws-fit-icept rounded =
        (ws-fit-sy - ws-fit-slope * ws-fit-sx) / ws-fit-n
  end-if.

*>the chain's trend, and from it the date its elapsed time reaches
*>the window
write-projection.
  perform write-blank-line
  move 0 to ws-st-idx
  perform fit-trend
  move 'chain trend, secs per day:' to tl-label
  move ws-fit-slope to tl-value
  if report-open-bool
    write rpt-line from trend-line after advancing 1 line
  end-if
  move 'batch window, minutes:' to cn-label
  move ws-window-minutes to cn-count
  perform write-count-line
  if ws-fit-n < 2 or ws-fit-denom = 0
    move 'too few nights on different dates to project the window'
        to nl-text
    perform write-note-line
  else
    compute ws-fit-last-value =
        ws-fit-icept + ws-fit-slope * ws-fit-last-x
    if ws-fit-last-value >= ws-window-secs
      move 'WINDOW ALREADY REACHED - the chain trend is at or over'
          & ' the window' to nl-text
      perform write-note-line
      move 4 to ws-severity
      display 'CAPACITY: CHAIN TREND AT OR OVER THE BATCH WINDOW'
    else
      if ws-fit-slope <= 0
        move 'chain time is not growing - no crossing projected'
            to nl-text
        perform write-note-line
      else
        compute ws-cross-x =
            (ws-window-secs - ws-fit-icept) / ws-fit-slope
        compute ws-cross-int = ws-fit-base-int + ws-cross-x + 1
        compute ws-cross-date = function date-of-integer(ws-cross-int)
        move 'window crossing projected:' to dl-label
        move ws-cross-date(1:4) to dl-yyyy
        move ws-cross-date(5:2) to dl-mon
        move ws-cross-date(7:2) to dl-dd
        if report-open-bool
          write rpt-line from date-line after advancing 1 line
        end-if
        compute ws-days-left = ws-cross-int - ws-today-int
        if ws-days-left <= ws-warn-days
          move 'CROSSING IS WITHIN THE WARNING PERIOD' to nl-text
          perform write-note-line
          move 4 to ws-severity
        end-if
        display 'capacity: window crossing projected for '
            ws-cross-date
      end-if
    end-if
  end-if.

*>every step's nights, average, trend, downgrades and stops, and the
*>step that most often downgrades or stops the chain
write-step-section.
  perform write-blank-line
  if report-open-bool
    write rpt-line from step-head-line after advancing 1 line
  end-if
  move 0 to ws-st-worst-idx
  move 0 to ws-st-worst-count
  move 0 to ws-st-idx
  perform until ws-st-idx >= ws-st-count
    add 1 to ws-st-idx
    move ws-st-name(ws-st-idx) to sp-name
    move ws-st-runs(ws-st-idx) to sp-runs
    if ws-st-runs(ws-st-idx) > 0
      compute ws-avg-secs rounded =
          ws-st-total-secs(ws-st-idx) / ws-st-runs(ws-st-idx)
    else
      move 0 to ws-avg-secs
    end-if
    move ws-avg-secs to sp-avg
    perform fit-trend
    move ws-fit-slope to sp-trend
    move ws-st-downgrades(ws-st-idx) to sp-downgrades
    move ws-st-stops(ws-st-idx) to sp-stops
    if report-open-bool
      write rpt-line from step-line after advancing 1 line
    end-if
    if ws-st-downgrades(ws-st-idx) + ws-st-stops(ws-st-idx)
        > ws-st-worst-count
      compute ws-st-worst-count =
          ws-st-downgrades(ws-st-idx) + ws-st-stops(ws-st-idx)
      move ws-st-idx to ws-st-worst-idx
    end-if
  end-perform
  perform write-blank-line
  if ws-st-worst-idx = 0
    move 'no step downgraded or stopped the chain in range'
        to nl-text
  else
    move spaces to nl-text
    string 'most often downgrades or stops the chain: '
        ws-st-name(ws-st-worst-idx)
      delimited by size into nl-text
    end-string
  end-if
  perform write-note-line.

*>each step night by night, with its trailing average
write-step-detail.
  move 0 to ws-st-idx
  perform until ws-st-idx >= ws-st-count
    add 1 to ws-st-idx
    perform write-blank-line
    move ws-st-name(ws-st-idx) to dh-name
    if report-open-bool
      write rpt-line from detail-head-line after advancing 1 line
    end-if
    move 0 to ws-nt-idx
    perform until ws-nt-idx >= ws-nt-count
      add 1 to ws-nt-idx
      if ws-nt-step-secs(ws-nt-idx, ws-st-idx) >= 0
        move ws-nt-stamp(ws-nt-idx) to dt-stamp
        move ws-nt-step-secs(ws-nt-idx, ws-st-idx) to dt-secs
        perform trailing-average
        move ws-trail-avg to dt-trail
        if report-open-bool
          write rpt-line from detail-line after advancing 1 line
        end-if
      end-if
    end-perform
  end-perform.

*>the check program's elapsed time beside the candidates read by the
*>run it filed - the first run-status stamped at or after the chain's
*>start and before the next chain's
write-check-section.
  perform write-blank-line
  move spaces to nl-text
  string 'check program (step ' function trim(ws-check-step)
      ') against candidates read'
    delimited by size into nl-text
  end-string
  perform write-note-line
  if report-open-bool
    write rpt-line from check-head-line after advancing 1 line
  end-if
  move 0 to ws-st-check-idx
  move 0 to ws-st-idx
  perform until ws-st-idx >= ws-st-count
    add 1 to ws-st-idx
    if ws-st-name(ws-st-idx) = ws-check-step
      move ws-st-idx to ws-st-check-idx
    end-if
  end-perform
  if ws-st-check-idx = 0
    move 'the check program step does not appear in range' to nl-text
    perform write-note-line
  else
    move 0 to ws-nt-idx
    perform until ws-nt-idx >= ws-nt-count
      add 1 to ws-nt-idx
      if ws-nt-step-secs(ws-nt-idx, ws-st-check-idx) >= 0
        perform write-check-line
      end-if
    end-perform
  end-if.

write-check-line.
  if ws-nt-idx < ws-nt-count
    move ws-nt-key(ws-nt-idx + 1) to ws-ch-next-key
  else
    move 99999999999999 to ws-ch-next-key
  end-if
  move 0 to ws-ch-found
  move 0 to ws-ch-idx
  perform until ws-ch-idx >= ws-ch-count or ws-ch-found > 0
    add 1 to ws-ch-idx
    if ws-ch-key(ws-ch-idx) >= ws-nt-key(ws-nt-idx)
        and ws-ch-key(ws-ch-idx) < ws-ch-next-key
      move ws-ch-idx to ws-ch-found
    end-if
  end-perform
  move ws-nt-stamp(ws-nt-idx) to ck-stamp
  move ws-nt-step-secs(ws-nt-idx, ws-st-check-idx) to ck-secs
  if ws-ch-found = 0
    move 0 to ck-read
    move 0 to ck-rate
    move '--' to ck-code
  else
    move ws-ch-read(ws-ch-found) to ck-read
    if ws-ch-read(ws-ch-found) > 0
      compute ws-per-thousand rounded =
          ws-nt-step-secs(ws-nt-idx, ws-st-check-idx) * 1000
          / ws-ch-read(ws-ch-found)
    else
      move 0 to ws-per-thousand
    end-if
    move ws-per-thousand to ck-rate
    move ws-ch-code(ws-ch-found) to ck-code
  end-if
  if report-open-bool
    write rpt-line from check-line after advancing 1 line
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
