identification division.
program-id. primesec.

*>monthly security report over the security log. the master
*>maintenance job, the exceptions repair utility and a forced chain
*>rerun all sign their operator on against the operator table and log
*>every grant, every refusal and the outcome of every granted
*>function. this job reads one month of that log and reports who did
*>what - each granted function with the operator, the program, the
*>run stamp and what it came to - then every refused attempt with
*>its reason, and a count per operator of both. a grant with no
*>outcome logged after it (the function abended, or is still
*>running) is shown as such rather than dropped.
*>severities: 0 nothing refused, 4 refused attempts or grants with
*>no outcome in the month (or a table filled), 16 security log would
*>not open

environment division.
input-output section.
file-control.
select security-file assign to dynamic ws-security-name
  organization is line sequential
  FILE STATUS security-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd security-file.
01 security-in-record.
 05 security-info pic x(132).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-security-name pic x(30) value 'security.log'.
77 ws-report-name pic x(30) value 'primesec.out'.
01  security-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the month reported, yyyymm. by default the month before the one the
*>report runs in - the report is run once the month has closed
01 ws-month.
  02 ws-month-yyyy picture 9(4).
  02 ws-month-mm picture 9(2).
01 ws-month-text redefines ws-month picture x(6).

*>mirror of primemnt's security-line, fields taken as text
01 ws-sec-rec.
  02 ws-sl-stamp.
    03 ws-sl-date.
      04 ws-sl-yyyy picture x(4).
      04 ws-sl-mon picture x(2).
      04 ws-sl-dd picture x(2).
    03 filler picture x.
    03 ws-sl-time.
      04 ws-sl-hh picture x(2).
      04 ws-sl-mm picture x(2).
      04 ws-sl-ss picture x(2).
  02 filler picture x.
  02 ws-sl-program picture x(8).
  02 filler picture x.
  02 ws-sl-operator picture x(8).
  02 filler picture x.
  02 ws-sl-function picture x(8).
  02 filler picture x.
  02 ws-sl-outcome picture x(7).
  02 filler picture x.
  02 ws-sl-detail picture x(60).

*>the month's granted functions, each waiting for the ENDED line of
*>the same run stamp, program, operator and function to pair with
77 ws-act-max picture 9(5) value 5000.
77 ws-act-count picture 9(5) value 0.
77 ws-act-idx picture 9(5) usage is computational.
01 ws-act-found-flag picture x(1) value 'n'.
  88 act-found-bool value 'y'.
01 ws-act-table.
  02 ws-act-entry occurs 5000 times.
    03 ws-act-key.
      04 ws-act-stamp picture x(15).
      04 ws-act-program picture x(8).
      04 ws-act-operator picture x(8).
      04 ws-act-function picture x(8).
    03 ws-act-ended-flag picture x(1).
    03 ws-act-grant picture x(60).
    03 ws-act-outcome picture x(60).
01 ws-want-key.
  02 ws-want-stamp picture x(15).
  02 ws-want-program picture x(8).
  02 ws-want-operator picture x(8).
  02 ws-want-function picture x(8).

*>the month's refused attempts, in log order
77 ws-ref-max picture 9(5) value 5000.
77 ws-ref-count picture 9(5) value 0.
77 ws-ref-idx picture 9(5) usage is computational.
01 ws-ref-table.
  02 ws-ref-entry occurs 5000 times.
    03 ws-ref-stamp picture x(15).
    03 ws-ref-program picture x(8).
    03 ws-ref-operator picture x(8).
    03 ws-ref-function picture x(8).
    03 ws-ref-reason picture x(60).

*>per-operator counts, an operator added the first time it appears
77 ws-opr-max picture 9(4) value 500.
77 ws-opr-count picture 9(4) value 0.
77 ws-opr-idx picture 9(4) usage is computational.
01 ws-opr-found-flag picture x(1) value 'n'.
  88 opr-found-bool value 'y'.
01 ws-opr-table.
  02 ws-opr-entry occurs 500 times.
    03 ws-opr-id picture x(8).
    03 ws-opr-granted picture 9(9).
    03 ws-opr-refused picture 9(9).

01 ws-table-full-flag picture x(1) value 'n'.
  88 table-full-bool value 'y'.

77 ws-tot-read picture 9(9) value 0.
77 ws-tot-month picture 9(9) value 0.
77 ws-tot-granted picture 9(9) value 0.
77 ws-tot-ended picture 9(9) value 0.
77 ws-tot-refused picture 9(9) value 0.
77 ws-tot-open picture 9(9) value 0.
77 ws-tot-unpaired picture 9(9) value 0.
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

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(24) value 'security report - month '.
  02 rpt-title-month-yyyy picture 9999.
  02 filler picture x value '/'.
  02 rpt-title-month-mm picture 99.
  02 filler picture x(5) value ' run '.
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
*>one action or refused attempt: when, who, through which program,
*>which function, and the outcome or the reason
01 action-line.
  02 filler picture x(1) value space.
  02 al-yyyy picture x(4).
  02 filler picture x value '-'.
  02 al-mon picture x(2).
  02 filler picture x value '-'.
  02 al-dd picture x(2).
  02 filler picture x value space.
  02 al-hh picture x(2).
  02 filler picture x value ':'.
  02 al-mm picture x(2).
  02 filler picture x value ':'.
  02 al-ss picture x(2).
  02 filler picture x(2) value spaces.
  02 al-operator picture x(8).
  02 filler picture x(2) value spaces.
  02 al-program picture x(8).
  02 filler picture x(2) value spaces.
  02 al-function picture x(8).
  02 filler picture x(2) value spaces.
  02 al-text picture x(60).
*>the outcome under a grant that carried a detail of its own
01 action-cont-line.
  02 filler picture x(52) value spaces.
  02 ac-text picture x(60).
01 operator-line.
  02 filler picture x(1) value space.
  02 ol-operator picture x(8).
  02 filler picture x(11) value '  granted: '.
  02 ol-granted picture z(8)9.
  02 filler picture x(11) value '  refused: '.
  02 ol-refused picture z(8)9.

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  if ws-run-mon = 1
    compute ws-month-yyyy = ws-run-yyyy - 1
    move 12 to ws-month-mm
  else
    move ws-run-yyyy to ws-month-yyyy
    compute ws-month-mm = ws-run-mon - 1
  end-if.

  *>names and the month from the command line for a scheduled run,
  *>or prompted at a terminal, same convention as the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-security-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-arg-buffer from argument-value
      perform set-month
    end-if
  else
    display 'enter security log filename (default security.log)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-security-name
    end-if
    display 'month to report (yyyymm, default last month)'
    accept ws-arg-buffer from console
    end-accept
    perform set-month
  end-if.

  perform open-report.
  perform load-security-log.
  if ws-severity < 16
    perform write-action-section
    perform write-refused-section
    perform write-operator-section
    perform write-summary
  end-if.

  if report-open-bool
    close report-file
    display 'security report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

set-month.
  if ws-arg-buffer(1:6) is numeric
    move ws-arg-buffer(1:6) to ws-month-text
  end-if.

open-report.
  open output report-file
  if report-stat = "00"
    move 'y' to ws-report-open-flag
    move ws-month-yyyy to rpt-title-month-yyyy
    move ws-month-mm to rpt-title-month-mm
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

*>one pass over the log, keeping the lines stamped in the month: a
*>grant opens an action, an outcome closes the newest open action of
*>the same run, a refusal is listed as it stands
load-security-log.
  open input security-file
  if security-stat not = "00"
    display 'SECURITY LOG COULD NOT BE OPENED: ' ws-security-name
    display 'FILE STATUS: ' security-stat
    move 'security log could not be opened, nothing reported'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform until eof-bool
      read security-file
        at end move 'y' to eof
        not at end
          add 1 to ws-tot-read
          move security-info to ws-sec-rec
          if ws-sl-date is numeric
            if ws-sl-date(1:6) = ws-month-text
              add 1 to ws-tot-month
              perform take-security-line
            end-if
          else
            add 1 to ws-tot-bad
          end-if
      end-read
    end-perform
    close security-file
  end-if.

take-security-line.
  if ws-sl-outcome = 'GRANTED'
    add 1 to ws-tot-granted
    perform count-operator-grant
    if ws-act-count >= ws-act-max
      move 'y' to ws-table-full-flag
    else
      add 1 to ws-act-count
      move ws-sl-stamp to ws-act-stamp(ws-act-count)
      move ws-sl-program to ws-act-program(ws-act-count)
      move ws-sl-operator to ws-act-operator(ws-act-count)
      move ws-sl-function to ws-act-function(ws-act-count)
      move 'n' to ws-act-ended-flag(ws-act-count)
      move ws-sl-detail to ws-act-grant(ws-act-count)
      move spaces to ws-act-outcome(ws-act-count)
    end-if
  else
    if ws-sl-outcome = 'ENDED'
      add 1 to ws-tot-ended
      perform pair-outcome
    else
      if ws-sl-outcome = 'REFUSED'
        add 1 to ws-tot-refused
        perform count-operator-refusal
        if ws-ref-count >= ws-ref-max
          move 'y' to ws-table-full-flag
        else
          add 1 to ws-ref-count
          move ws-sl-stamp to ws-ref-stamp(ws-ref-count)
          move ws-sl-program to ws-ref-program(ws-ref-count)
          move ws-sl-operator to ws-ref-operator(ws-ref-count)
          move ws-sl-function to ws-ref-function(ws-ref-count)
          move ws-sl-detail to ws-ref-reason(ws-ref-count)
        end-if
      else
        add 1 to ws-tot-bad
      end-if
    end-if
  end-if.

*>the outcome belongs to the newest still-open grant of the same run;
*>searched from the end, since it is nearly always the last one
pair-outcome.
  move ws-sl-stamp to ws-want-stamp
  move ws-sl-program to ws-want-program
  move ws-sl-operator to ws-want-operator
  move ws-sl-function to ws-want-function
  move 'n' to ws-act-found-flag
  move ws-act-count to ws-act-idx
  perform until act-found-bool or ws-act-idx < 1
    if ws-act-key(ws-act-idx) = ws-want-key
        and ws-act-ended-flag(ws-act-idx) = 'n'
      move 'y' to ws-act-found-flag
      move 'y' to ws-act-ended-flag(ws-act-idx)
      move ws-sl-detail to ws-act-outcome(ws-act-idx)
    else
      subtract 1 from ws-act-idx
    end-if
  end-perform
  if not act-found-bool
    *>a run that signed on in the month before
    add 1 to ws-tot-unpaired
  end-if.

count-operator-grant.
  perform find-operator
  if ws-opr-idx > 0
    add 1 to ws-opr-granted(ws-opr-idx)
  end-if.

count-operator-refusal.
  perform find-operator
  if ws-opr-idx > 0
    add 1 to ws-opr-refused(ws-opr-idx)
  end-if.

*>ws-opr-idx comes back at the operator's slot, added when new; 0
*>only when the table is full. refusals with no ID given count under
*>a blank ID
find-operator.
  move 0 to ws-opr-idx
  move 'n' to ws-opr-found-flag
  perform until ws-opr-idx >= ws-opr-count or opr-found-bool
    add 1 to ws-opr-idx
    if ws-opr-id(ws-opr-idx) = ws-sl-operator
      move 'y' to ws-opr-found-flag
    end-if
  end-perform
  if not opr-found-bool
    if ws-opr-count >= ws-opr-max
      move 'y' to ws-table-full-flag
      move 0 to ws-opr-idx
    else
      add 1 to ws-opr-count
      move ws-opr-count to ws-opr-idx
      move ws-sl-operator to ws-opr-id(ws-opr-idx)
      move 0 to ws-opr-granted(ws-opr-idx)
      move 0 to ws-opr-refused(ws-opr-idx)
    end-if
  end-if.

*>who did what: every granted function in log order, with what it
*>came to. the grant's own detail (a rerun's starting step) shows
*>where there is one
write-action-section.
  move 'functions granted and what they did' to nl-text
  perform write-note-line
  perform write-blank-line
  if ws-act-count = 0
    move '  none' to nl-text
    perform write-note-line
  end-if
  move 0 to ws-act-idx
  perform until ws-act-idx >= ws-act-count
    add 1 to ws-act-idx
    move ws-act-stamp(ws-act-idx) to ws-sl-stamp
    perform set-action-stamp
    move ws-act-operator(ws-act-idx) to al-operator
    move ws-act-program(ws-act-idx) to al-program
    move ws-act-function(ws-act-idx) to al-function
    if ws-act-ended-flag(ws-act-idx) = 'y'
      move ws-act-outcome(ws-act-idx) to ac-text
    else
      add 1 to ws-tot-open
      move 'NO OUTCOME LOGGED - abended or still running' to ac-text
    end-if
    if ws-act-grant(ws-act-idx) not = spaces
      move ws-act-grant(ws-act-idx) to al-text
      perform write-action-line
      if report-open-bool
        write rpt-line from action-cont-line after advancing 1 line
      end-if
    else
      move ac-text to al-text
      perform write-action-line
    end-if
  end-perform
  if ws-tot-open > 0
    move 4 to ws-severity
  end-if
  perform write-blank-line.

*>every refused attempt, with the reason it was refused
write-refused-section.
  move 'refused attempts' to nl-text
  perform write-note-line
  perform write-blank-line
  if ws-ref-count = 0
    move '  none' to nl-text
    perform write-note-line
  else
    move 4 to ws-severity
  end-if
  move 0 to ws-ref-idx
  perform until ws-ref-idx >= ws-ref-count
    add 1 to ws-ref-idx
    move ws-ref-stamp(ws-ref-idx) to ws-sl-stamp
    perform set-action-stamp
    move ws-ref-operator(ws-ref-idx) to al-operator
    if ws-ref-operator(ws-ref-idx) = spaces
      move '(none)' to al-operator
    end-if
    move ws-ref-program(ws-ref-idx) to al-program
    move ws-ref-function(ws-ref-idx) to al-function
    move ws-ref-reason(ws-ref-idx) to al-text
    perform write-action-line
  end-perform
  perform write-blank-line.

write-operator-section.
  move 'by operator' to nl-text
  perform write-note-line
  perform write-blank-line
  move 0 to ws-opr-idx
  perform until ws-opr-idx >= ws-opr-count
    add 1 to ws-opr-idx
    move ws-opr-id(ws-opr-idx) to ol-operator
    if ws-opr-id(ws-opr-idx) = spaces
      move '(none)' to ol-operator
    end-if
    move ws-opr-granted(ws-opr-idx) to ol-granted
    move ws-opr-refused(ws-opr-idx) to ol-refused
    if report-open-bool
      write rpt-line from operator-line after advancing 1 line
    end-if
  end-perform
  perform write-blank-line.

write-summary.
  move 'log lines read:' to cn-label
  move ws-tot-read to cn-count
  perform write-count-line
  move 'lines in the month:' to cn-label
  move ws-tot-month to cn-count
  perform write-count-line
  move 'functions granted:' to cn-label
  move ws-tot-granted to cn-count
  perform write-count-line
  move 'granted with no outcome:' to cn-label
  move ws-tot-open to cn-count
  perform write-count-line
  move 'attempts refused:' to cn-label
  move ws-tot-refused to cn-count
  perform write-count-line
  if ws-tot-unpaired > 0
    move 'outcomes of earlier grants:' to cn-label
    move ws-tot-unpaired to cn-count
    perform write-count-line
  end-if
  if ws-tot-bad > 0
    move 'unreadable log lines:' to cn-label
    move ws-tot-bad to cn-count
    perform write-count-line
  end-if
  if table-full-bool
    move 'WARNING: a table filled, the listing above is incomplete'
        to nl-text
    perform write-note-line
    move 4 to ws-severity
  end-if
  display 'security report: ' ws-tot-granted ' granted, '
      ws-tot-refused ' refused'.

set-action-stamp.
  move ws-sl-yyyy to al-yyyy
  move ws-sl-mon to al-mon
  move ws-sl-dd to al-dd
  move ws-sl-hh to al-hh
  move ws-sl-mm to al-mm
  move ws-sl-ss to al-ss.

write-action-line.
  if report-open-bool
    write rpt-line from action-line after advancing 1 line
  end-if.
