identification division.
program-id. primecns.

*>census of the results master. the master is the system's single
*>biggest asset and nothing profiled it - the purge runs against
*>rules nobody could size, and "how big is it getting" was answered
*>by the file's byte count. this job walks verified.mst once and
*>reports: the records by result (P, Q, N) and by magnitude band
*>(1-4, 5-9, 10-14 and 15-18 digits); the records by year and month
*>of first-seen date; how often records recur (the times-seen
*>distribution) with the most-recurring candidates listed; and how
*>many were only ever seen once - the purge's candidates, with how
*>many of those are already past the retention period. each census
*>keeps its month counts in a snapshot so the next one can show the
*>growth per month since, and the growth overall.
*>severities: 0 reported, 4 reported with a warning (table full,
*>snapshot not written), 16 master would not open

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-name
  organization is indexed
  access is dynamic
  record key is master-num
  FILE STATUS master-stat.

select snapshot-file assign to dynamic ws-snapshot-name
  organization is line sequential
  FILE STATUS snapshot-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd master-file.
01 master-record.
 05 master-num picture 9(18).
 05 master-result picture x(1).
 05 master-factor picture 9(18).
 05 master-first-date picture 9(8).
 05 master-times-seen picture 9(9).

*>the last census: an H line with its date and record total, then an
*>M line per first-seen month with its record count
fd snapshot-file.
01 snapshot-record.
 05 snap-kind picture x(1).
 05 filler picture x(1).
 05 snap-key picture 9(8).
 05 filler picture x(1).
 05 snap-count picture 9(9).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-snapshot-name pic x(30) value 'primecns.dat'.
77 ws-report-name pic x(30) value 'primecns.out'.
01  master-stat pic xx.
01  snapshot-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-prior-flag picture x(1) value 'n'.
  88 prior-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the purge's retention period, quoted so the seen-once count can be
*>split into already-eligible and not-yet - same default as primemnt
77 ws-retention-days picture 9(4) value 365.
77 ws-retention-edit picture z(3)9.
77 ws-today-num picture 9(8).
77 ws-today-int picture 9(9) value 0.
77 ws-entry-int picture 9(9) value 0.

*>records by magnitude band (rows) and result (columns P, Q, N,
*>anything else)
01 ws-band-values.
  02 filler picture x(12) value ' 1-4 digits '.
  02 filler picture x(12) value ' 5-9 digits '.
  02 filler picture x(12) value '10-14 digits'.
  02 filler picture x(12) value '15-18 digits'.
01 ws-band-name-table redefines ws-band-values.
  02 ws-band-name occurs 4 times picture x(12).
01 ws-band-table.
  02 ws-band-row occurs 4 times.
    03 ws-band-cell occurs 4 times picture 9(9) value 0.
77 ws-band-idx picture 9(2) usage is computational.
77 ws-res-idx picture 9(2) usage is computational.
01 ws-res-totals.
  02 ws-res-total occurs 4 times picture 9(9) value 0.
77 ws-band-total picture 9(9) value 0.
77 ws-tot-records picture 9(9) value 0.

*>records by first-seen month, kept in month order as they are met;
*>the prior census's count rides alongside for the growth section
77 ws-mo-max picture 9(4) value 1200.
01 ws-mo-table.
  02 ws-mo-count picture 9(4) value 0.
  02 ws-mo-entry occurs 1200 times.
    03 ws-mo-key picture 9(6).
    03 ws-mo-now picture 9(9).
    03 ws-mo-prior picture 9(9).
77 ws-mo-idx picture 9(4) usage is computational.
77 ws-mo-shift picture 9(4) usage is computational.
77 ws-mo-want picture 9(6) value 0.
01 ws-mo-full-flag picture x(1) value 'n'.
  88 mo-full-bool value 'y'.
77 ws-tot-bad-date picture 9(9) value 0.

*>times-seen distribution: each bucket's upper bound, the last open
01 ws-ts-values.
  02 filler picture 9(9) value 1.
  02 filler picture 9(9) value 2.
  02 filler picture 9(9) value 5.
  02 filler picture 9(9) value 10.
  02 filler picture 9(9) value 100.
  02 filler picture 9(9) value 999999999.
01 ws-ts-bound-table redefines ws-ts-values.
  02 ws-ts-bound occurs 6 times picture 9(9).
01 ws-ts-label-values.
  02 filler picture x(14) value 'once'.
  02 filler picture x(14) value 'twice'.
  02 filler picture x(14) value '3-5 times'.
  02 filler picture x(14) value '6-10 times'.
  02 filler picture x(14) value '11-100 times'.
  02 filler picture x(14) value 'over 100 times'.
01 ws-ts-label-table redefines ws-ts-label-values.
  02 ws-ts-label occurs 6 times picture x(14).
01 ws-ts-table.
  02 ws-ts-count occurs 6 times picture 9(9) value 0.
77 ws-ts-idx picture 9(2) usage is computational.
77 ws-tot-once picture 9(9) value 0.
77 ws-tot-once-old picture 9(9) value 0.

*>the most-recurring candidates, highest times-seen first
77 ws-top-max picture 9(2) value 20.
01 ws-top-table.
  02 ws-top-count picture 9(2) value 0.
  02 ws-top-entry occurs 20 times.
    03 ws-top-num picture 9(18).
    03 ws-top-result picture x(1).
    03 ws-top-times picture 9(9).
    03 ws-top-first picture 9(8).
77 ws-top-idx picture 9(2) usage is computational.
77 ws-top-shift picture 9(2) usage is computational.

*>the prior census header
77 ws-prior-date picture 9(8) value 0.
77 ws-prior-total picture 9(9) value 0.
77 ws-growth picture s9(9) value 0.

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
  02 filler picture x(30) value 'results master census -       '.
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
01 band-head-line.
  02 filler picture x(14) value ' magnitude'.
  02 filler picture x(11) value '     prime'.
  02 filler picture x(11) value '  probable'.
  02 filler picture x(11) value ' composite'.
  02 filler picture x(11) value '     other'.
  02 filler picture x(11) value '     total'.
01 band-line.
  02 filler picture x(1) value space.
  02 bl-name picture x(12).
  02 filler picture x(1) value space.
  02 bl-cell occurs 5 times.
    03 bl-count picture z(9)9.
    03 filler picture x(1).
01 month-head-line.
  02 filler picture x(10) value ' month'.
  02 filler picture x(11) value '   records'.
  02 filler picture x(11) value '  previous'.
  02 filler picture x(11) value '    growth'.
01 month-line.
  02 filler picture x(1) value space.
  02 ml-yyyy picture 9999.
  02 filler picture x value '/'.
  02 ml-mon picture 99.
  02 filler picture x(2) value spaces.
  02 ml-now picture z(9)9.
  02 filler picture x(1) value space.
  02 ml-prior picture z(9)9.
  02 filler picture x(1) value space.
  02 ml-growth picture -(9)9.
01 top-head-line.
  02 filler picture x(24) value ' most recurring'.
  02 filler picture x(7) value ' result'.
  02 filler picture x(11) value '      times'.
  02 filler picture x(12) value '  first seen'.
01 top-line.
  02 filler picture x(1) value space.
  02 tp-num picture z(17)9.
  02 filler picture x(8) value spaces.
  02 tp-result picture x(1).
  02 filler picture x(1) value space.
  02 tp-times picture z(9)9.
  02 filler picture x(2) value spaces.
  02 tp-yyyy picture 9999.
  02 filler picture x value '/'.
  02 tp-mon picture 99.
  02 filler picture x value '/'.
  02 tp-dd picture 99.
01 growth-line.
  02 filler picture x(1) value space.
  02 filler picture x(30) value 'growth since census of'.
  02 gl-yyyy picture 9999.
  02 filler picture x value '/'.
  02 gl-mon picture 99.
  02 filler picture x value '/'.
  02 gl-dd picture 99.
  02 filler picture x(2) value ': '.
  02 gl-growth picture -(9)9.

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-today-num.
  compute ws-today-int = function integer-of-date(ws-today-num).

  *>names and the retention period from the command line for a
  *>scheduled run, or prompted at a terminal, same convention as the
  *>other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-master-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-snapshot-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-arg-buffer from argument-value
      compute ws-retention-days = function numval(ws-arg-buffer)
    end-if
  else
    display 'enter master filename (default verified.mst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-master-name
    end-if
  end-if.

  perform open-report.
  perform load-prior-census.
  perform take-census.
  if ws-severity < 16
    perform write-result-section
    perform write-month-section
    perform write-recurrence-section
    perform write-snapshot
  end-if.

  if report-open-bool
    close report-file
    display 'census report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the previous census's month counts seed the month table, so a month
*>the purge has since emptied still shows on the growth section
load-prior-census.
  open input snapshot-file
  if snapshot-stat = "00"
    move 'y' to ws-prior-flag
    move 'n' to eof
    perform until eof-bool
      read snapshot-file
        at end move 'y' to eof
        not at end
          if snap-key is numeric and snap-count is numeric
            if snap-kind = 'H'
              move snap-key to ws-prior-date
              move snap-count to ws-prior-total
            else
              if snap-kind = 'M'
                move snap-key(1:6) to ws-mo-want
                perform find-month
                if ws-mo-idx > 0
                  move snap-count to ws-mo-prior(ws-mo-idx)
                end-if
              end-if
            end-if
          end-if
      end-read
    end-perform
    close snapshot-file
  end-if.

take-census.
  open input master-file
  if master-stat not = "00"
    display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
    display 'FILE STATUS: ' master-stat
    move 'results master would not open, no census taken' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move zeros to master-num
    start master-file key >= master-num
      invalid key move 'y' to eof
      not invalid key move 'n' to eof
    end-start
    perform until eof-bool
      read master-file next record
        at end move 'y' to eof
        not at end perform count-master-record
      end-read
    end-perform
    close master-file
    if mo-full-bool
      move 'more first-seen months than the census holds - some'
          & ' months not shown' to nl-text
      perform write-note-line
      move 4 to ws-severity
    end-if
  end-if.

count-master-record.
  add 1 to ws-tot-records
  if master-num < 10000
    move 1 to ws-band-idx
  else
    if master-num < 1000000000
      move 2 to ws-band-idx
    else
      if master-num < 100000000000000
        move 3 to ws-band-idx
      else
        move 4 to ws-band-idx
      end-if
    end-if
  end-if
  if master-result = 'P'
    move 1 to ws-res-idx
  else
    if master-result = 'Q'
      move 2 to ws-res-idx
    else
      if master-result = 'N'
        move 3 to ws-res-idx
      else
        move 4 to ws-res-idx
      end-if
    end-if
  end-if
  add 1 to ws-band-cell(ws-band-idx, ws-res-idx)
  add 1 to ws-res-total(ws-res-idx)

  if master-first-date is numeric
      and function test-date-yyyymmdd(master-first-date) = 0
    move master-first-date(1:6) to ws-mo-want
    perform find-month
    if ws-mo-idx > 0
      add 1 to ws-mo-now(ws-mo-idx)
    end-if
  else
    add 1 to ws-tot-bad-date
  end-if

  move 1 to ws-ts-idx
  perform until ws-ts-idx >= 6
      or master-times-seen <= ws-ts-bound(ws-ts-idx)
    add 1 to ws-ts-idx
  end-perform
  add 1 to ws-ts-count(ws-ts-idx)

  *>seen once: the purge's candidates, the ones already past the
  *>retention period being the ones the next purge will take
  if master-times-seen <= 1
    add 1 to ws-tot-once
    if master-first-date is numeric
        and function test-date-yyyymmdd(master-first-date) = 0
      compute ws-entry-int =
          function integer-of-date(master-first-date)
      if ws-today-int - ws-entry-int > ws-retention-days
        add 1 to ws-tot-once-old
      end-if
    end-if
  end-if

  perform note-top-candidate.

*>finds ws-mo-want in the month table, inserting it in month order
*>when it is new; ws-mo-idx comes back 0 only when the table is full
find-month.
  move 1 to ws-mo-idx
  perform until ws-mo-idx > ws-mo-count
      or ws-mo-key(ws-mo-idx) >= ws-mo-want
    add 1 to ws-mo-idx
  end-perform
  if ws-mo-idx > ws-mo-count or ws-mo-key(ws-mo-idx) not = ws-mo-want
    if ws-mo-count >= ws-mo-max
      move 'y' to ws-mo-full-flag
      move 0 to ws-mo-idx
    else
      move ws-mo-count to ws-mo-shift
      perform until ws-mo-shift < ws-mo-idx
        move ws-mo-entry(ws-mo-shift) to ws-mo-entry(ws-mo-shift + 1)
        subtract 1 from ws-mo-shift
      end-perform
      add 1 to ws-mo-count
      move ws-mo-want to ws-mo-key(ws-mo-idx)
      move 0 to ws-mo-now(ws-mo-idx)
      move 0 to ws-mo-prior(ws-mo-idx)
    end-if
  end-if.

*>keeps the most-recurring candidates in times-seen order; a record
*>only gets in past one already held, so ties keep the lower number
note-top-candidate.
  move 1 to ws-top-idx
  perform until ws-top-idx > ws-top-count
      or master-times-seen > ws-top-times(ws-top-idx)
    add 1 to ws-top-idx
  end-perform
  if ws-top-idx <= ws-top-max
    if ws-top-count < ws-top-max
      add 1 to ws-top-count
    end-if
    move ws-top-count to ws-top-shift
    perform until ws-top-shift <= ws-top-idx
      move ws-top-entry(ws-top-shift - 1) to ws-top-entry(ws-top-shift)
      subtract 1 from ws-top-shift
    end-perform
    move master-num to ws-top-num(ws-top-idx)
    move master-result to ws-top-result(ws-top-idx)
    move master-times-seen to ws-top-times(ws-top-idx)
    move master-first-date to ws-top-first(ws-top-idx)
  end-if.

write-result-section.
  move 'records on the master:' to cn-label
  move ws-tot-records to cn-count
  perform write-count-line
  perform write-blank-line
  if report-open-bool
    write rpt-line from band-head-line after advancing 1 line
  end-if
  move 0 to ws-band-idx
  perform until ws-band-idx >= 4
    add 1 to ws-band-idx
    move ws-band-name(ws-band-idx) to bl-name
    move 0 to ws-band-total
    move 0 to ws-res-idx
    perform until ws-res-idx >= 4
      add 1 to ws-res-idx
      move ws-band-cell(ws-band-idx, ws-res-idx) to bl-count(ws-res-idx)
      add ws-band-cell(ws-band-idx, ws-res-idx) to ws-band-total
    end-perform
    move ws-band-total to bl-count(5)
    if report-open-bool
      write rpt-line from band-line after advancing 1 line
    end-if
  end-perform
  move 'all bands' to bl-name
  move 0 to ws-res-idx
  perform until ws-res-idx >= 4
    add 1 to ws-res-idx
    move ws-res-total(ws-res-idx) to bl-count(ws-res-idx)
  end-perform
  move ws-tot-records to bl-count(5)
  if report-open-bool
    write rpt-line from band-line after advancing 1 line
  end-if.

*>records by first-seen month, and beside them the previous census's
*>count and the change - a month's count only ever rises by records
*>first seen in it since, and falls by the purge
write-month-section.
  perform write-blank-line
  if prior-bool
    move ws-prior-date(1:4) to gl-yyyy
    move ws-prior-date(5:2) to gl-mon
    move ws-prior-date(7:2) to gl-dd
    compute ws-growth = ws-tot-records - ws-prior-total
    move ws-growth to gl-growth
    if report-open-bool
      write rpt-line from growth-line after advancing 1 line
    end-if
  else
    move 'no previous census - growth is measured from this one'
        to nl-text
    perform write-note-line
  end-if
  perform write-blank-line
  if report-open-bool
    write rpt-line from month-head-line after advancing 1 line
  end-if
  move 0 to ws-mo-idx
  perform until ws-mo-idx >= ws-mo-count
    add 1 to ws-mo-idx
    move ws-mo-key(ws-mo-idx)(1:4) to ml-yyyy
    move ws-mo-key(ws-mo-idx)(5:2) to ml-mon
    move ws-mo-now(ws-mo-idx) to ml-now
    move ws-mo-prior(ws-mo-idx) to ml-prior
    compute ws-growth = ws-mo-now(ws-mo-idx) - ws-mo-prior(ws-mo-idx)
    move ws-growth to ml-growth
    if report-open-bool
      write rpt-line from month-line after advancing 1 line
    end-if
  end-perform
  if ws-tot-bad-date > 0
    move 'records with no valid first-seen date:' to cn-label
    move ws-tot-bad-date to cn-count
    perform write-count-line
  end-if.

write-recurrence-section.
  perform write-blank-line
  move 'times seen' to cn-label
  perform write-note-line-label
  move 0 to ws-ts-idx
  perform until ws-ts-idx >= 6
    add 1 to ws-ts-idx
    move spaces to cn-label
    string '  ' function trim(ws-ts-label(ws-ts-idx)) ':'
      delimited by size into cn-label
    end-string
    move ws-ts-count(ws-ts-idx) to cn-count
    perform write-count-line
  end-perform
  perform write-blank-line
  move 'seen only once (purgeable):' to cn-label
  move ws-tot-once to cn-count
  perform write-count-line
  move spaces to cn-label
  move ws-retention-days to ws-retention-edit
  string '  past ' function trim(ws-retention-edit) ' days retention:'
    delimited by size into cn-label
  end-string
  move ws-tot-once-old to cn-count
  perform write-count-line
  perform write-blank-line
  if report-open-bool
    write rpt-line from top-head-line after advancing 1 line
  end-if
  move 0 to ws-top-idx
  perform until ws-top-idx >= ws-top-count
    add 1 to ws-top-idx
    move ws-top-num(ws-top-idx) to tp-num
    move ws-top-result(ws-top-idx) to tp-result
    move ws-top-times(ws-top-idx) to tp-times
    move ws-top-first(ws-top-idx)(1:4) to tp-yyyy
    move ws-top-first(ws-top-idx)(5:2) to tp-mon
    move ws-top-first(ws-top-idx)(7:2) to tp-dd
    if report-open-bool
      write rpt-line from top-line after advancing 1 line
    end-if
  end-perform
  display 'census: ' ws-tot-records ' record(s), ' ws-tot-once
      ' seen once'.

*>this census becomes the next one's baseline
write-snapshot.
  open output snapshot-file
  if snapshot-stat not = "00"
    display 'CENSUS SNAPSHOT COULD NOT BE WRITTEN: ' ws-snapshot-name
    display 'FILE STATUS: ' snapshot-stat
    move 'snapshot not written - next census cannot show growth'
        to nl-text
    perform write-note-line
    move 4 to ws-severity
  else
    move spaces to snapshot-record
    move 'H' to snap-kind
    move ws-run-date-group to snap-key
    move ws-tot-records to snap-count
    write snapshot-record
    move 0 to ws-mo-idx
    perform until ws-mo-idx >= ws-mo-count
      add 1 to ws-mo-idx
      if ws-mo-now(ws-mo-idx) > 0
        move spaces to snapshot-record
        move 'M' to snap-kind
        move ws-mo-key(ws-mo-idx) to snap-key(1:6)
        move '00' to snap-key(7:2)
        move ws-mo-now(ws-mo-idx) to snap-count
        write snapshot-record
      end-if
    end-perform
    close snapshot-file
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

*>a count-line label standing alone as a heading
write-note-line-label.
  move cn-label to nl-text
  perform write-note-line.

write-count-line.
  if report-open-bool
    write rpt-line from count-line after advancing 1 line
  end-if.

write-blank-line.
  if report-open-bool
    write rpt-line from blank-line after advancing 1 line
  end-if.
