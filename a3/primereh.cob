identification division.
program-id. primereh.

*>window rehearsal comparison. a volume feed from the generator
*>(primegen) is run through the check program in structured mode,
*>the way the nightly run would take it, and this job then holds the
*>run's result rows and trailer against the generator's manifest and
*>books the run's timing file against the 90 minute window - so a
*>change is shown both right and fast enough at volume before it
*>reaches a production night.
*>
*>the manifest is walked in row order against the result rows, the
*>same way the certification job walks its deck:
*>  N  one result row: the number, the code and the smallest factor
*>     must be the manifest's, and a repeat (planted or by chance)
*>     must be followed by its D row. above the screening threshold a
*>     prime may show as Q and a composite as N with no factor, which
*>     is what screening is for
*>  I  one result row with the manifest's illegal code (E, X or G),
*>     and for E and G the number itself
*>  R  exactly the manifest's count of prime rows, rising, inside the
*>     range's bounds
*>  C  no row - the requestor in force moves on, and every later row
*>     must carry it
*>the result file's number column holds seventeen digits, so an
*>eighteen-digit candidate is matched on the seventeen it carries.
*>the run's trailer must then show the manifest's read, primes, not
*>primes, illegal and dup totals. the timing file's rows are summed
*>by magnitude band beside the manifest's rows for the band.
*>
*>arguments: manifest, result file, timing file (NONE for none),
*>report, screening threshold
*>severities: 0 passed, 4 right but timing missing, short or over the
*>window, 8 disagreement (blocking), 16 could not compare (manifest
*>or result file missing, or the run was not structured)

environment division.
input-output section.
file-control.
select manifest-file assign to dynamic ws-manifest-name
  organization is line sequential
  FILE STATUS manifest-stat.

select result-file assign to dynamic ws-result-name
  organization is line sequential
  FILE STATUS result-stat.

select timing-file assign to dynamic ws-timing-name
  organization is line sequential
  FILE STATUS timing-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd manifest-file.
01 manifest-record.
 05 manifest-info pic x(150).

fd result-file.
01 result-record.
 05 result-row pic x(100).

fd timing-file.
01 timing-record.
 05 timing-info pic x(40).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-manifest-name pic x(30) value 'volume.mfs'.
77 ws-result-name pic x(30) value 'output.dat'.
77 ws-timing-name pic x(30) value 'timing.dat'.
77 ws-report-name pic x(30) value 'primereh.out'.
01  manifest-stat pic xx.
01  result-stat pic xx.
01  timing-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 ws-mfs-eof-flag picture x(1) value 'n'.
  88 mfs-eof-bool value 'y'.
01 ws-res-eof-flag picture x(1) value 'n'.
  88 res-eof-bool value 'y'.
01 ws-tim-eof-flag picture x(1) value 'n'.
  88 tim-eof-bool value 'y'.
01 ws-row-got-flag picture x(1) value 'n'.
  88 row-got-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-short-flag picture x(1) value 'n'.
  88 short-bool value 'y'.
01 ws-num-match-flag picture x(1) value 'n'.
  88 num-match-bool value 'y'.
01 ws-code-ok-flag picture x(1) value 'n'.
  88 code-ok-bool value 'y'.
01 ws-trailer-found-flag picture x(1) value 'n'.
  88 trailer-found-bool value 'y'.
01 ws-mfs-trailer-flag picture x(1) value 'n'.
  88 mfs-trailer-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the value above which the run screens instead of dividing; the
*>check program's own default unless the rehearsal card moved it
77 ws-screen-threshold picture 9(18) value 1000000000.

*>mirror of the generator's manifest layout
01 manifest-head-line.
  02 mh-type picture x(2).
  02 mh-seed picture 9(10).
  02 filler picture x.
  02 mh-rows picture 9(9).
  02 filler picture x.
  02 mh-feed picture x(30).
  02 filler picture x.
  02 mh-date picture 9(8).
  02 filler picture x.
  02 mh-time picture 9(6).
01 manifest-line.
  02 mf-type picture x(2).
  02 mf-seq picture 9(9).
  02 filler picture x.
  02 mf-kind picture x(1).
  02 filler picture x.
  02 mf-code picture x(1).
  02 filler picture x.
  02 mf-dup picture x(1).
  02 filler picture x.
  02 mf-band picture 9(1).
  02 filler picture x.
  02 mf-client picture x(3).
  02 filler picture x.
  02 mf-num picture 9(18).
  02 filler picture x.
  02 mf-factor picture 9(18).
  02 filler picture x.
  02 mf-low picture 9(18).
  02 filler picture x.
  02 mf-primes picture 9(9).
  02 filler picture x.
  02 mf-text picture x(40).
01 manifest-trailer-line.
  02 mt-type picture x(2).
  02 mt-read picture 9(9).
  02 filler picture x.
  02 mt-prime picture 9(9).
  02 filler picture x.
  02 mt-notprime picture 9(9).
  02 filler picture x.
  02 mt-illegal picture 9(9).
  02 filler picture x.
  02 mt-dup picture 9(9).

*>mirror of the check program's timing line
01 timing-line.
  02 tl-seq picture 9(9).
  02 filler picture x.
  02 tl-num picture 9(18).
  02 filler picture x.
  02 tl-centis picture 9(9).
  02 filler picture x.
  02 tl-band picture 9(1).

*>one result row in pieces
77 ws-cr-char picture x(1) value x'0d'.
77 ws-work-row picture x(100) value spaces.
77 ws-shift-row picture x(100) value spaces.
77 ws-tok-num picture x(20) value spaces.
77 ws-tok-code picture x(4) value spaces.
77 ws-tok-factor picture x(20) value spaces.
77 ws-tok-feed picture x(8) value spaces.
77 ws-tok-client picture x(8) value spaces.
77 ws-res-num picture s9(18) usage is computational value 0.
77 ws-res-code picture x(1) value space.
77 ws-res-factor picture s9(18) usage is computational value 0.
77 ws-res-client picture x(3) value spaces.
77 ws-want-num picture s9(18) usage is computational value 0.
77 ws-carry-want picture s9(18) usage is computational value 0.
77 ws-carry-got picture s9(18) usage is computational value 0.
77 ws-range-seen picture 9(9) value 0.
77 ws-range-last picture s9(18) usage is computational value 0.
77 ws-extra-rows picture 9(9) value 0.

*>the run's own trailer, cut from its fixed columns
77 ws-trailer-row picture x(100) value spaces.
77 ws-got-read picture 9(9) value 0.
77 ws-got-prime picture 9(9) value 0.
77 ws-got-notprime picture 9(9) value 0.
77 ws-got-illegal picture 9(9) value 0.
77 ws-got-dup picture 9(9) value 0.

*>rows the manifest puts in each timing band, and what the timing
*>file says they cost
01 ws-band-totals.
  02 ws-band-entry occurs 4 times.
    03 ws-band-mfs-rows picture 9(9).
    03 ws-band-tim-rows picture 9(9).
    03 ws-band-centis picture s9(18) usage is computational.
77 ws-band-idx picture 9(2) usage is computational.
01 ws-band-label-values.
  02 filler picture x(12) value ' 1-4 digits'.
  02 filler picture x(12) value ' 5-9 digits'.
  02 filler picture x(12) value '10-14 digits'.
  02 filler picture x(12) value '15-18 digits'.
01 ws-band-label-table redefines ws-band-label-values.
  02 ws-band-label picture x(12) occurs 4 times.
*>the fixed batch window the rehearsal is judged against, in
*>hundredths: 90 minutes
77 ws-window-centis picture 9(9) value 540000.
77 ws-total-centis picture s9(18) usage is computational value 0.
77 ws-tim-rows picture 9(9) value 0.
77 ws-proj-minutes picture 9(5)v9 value 0.

77 ws-tot-checked picture 9(9) value 0.
77 ws-tot-rows-read picture 9(9) value 0.
77 ws-tot-disagree picture 9(9) value 0.
*>a broken run can disagree on every row; the first hundred are
*>listed and the rest only counted
77 ws-list-max picture 9(9) value 100.
77 ws-num-disp picture 9(18) value 0.

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
  02 filler picture x(30) value 'window rehearsal comparison - '.
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
  02 filler picture x(12) value ' manifest:  '.
  02 nm-manifest picture x(30).
  02 filler picture x(10) value '  result: '.
  02 nm-result picture x(30).
  02 filler picture x(10) value '  timing: '.
  02 nm-timing picture x(30).
01 feed-line.
  02 filler picture x(12) value ' feed:      '.
  02 fl-feed picture x(30).
  02 filler picture x(10) value '  seed:   '.
  02 fl-seed picture z(9)9.
  02 filler picture x(10) value '  built:  '.
  02 fl-date picture 9999/99/99.
01 disagree-line.
  02 filler picture x(5) value ' row '.
  02 dg-seq picture z(8)9.
  02 filler picture x(2) value ': '.
  02 dg-text picture x(30).
  02 filler picture x(11) value ' expected: '.
  02 dg-expected picture x(28).
  02 filler picture x(6) value ' got: '.
  02 dg-got picture x(28).
01 trailer-compare-line.
  02 tc-label picture x(11).
  02 filler picture x(6) value 'read '.
  02 tc-read picture z(8)9.
  02 filler picture x(10) value '  primes: '.
  02 tc-prime picture z(8)9.
  02 filler picture x(14) value '  not primes: '.
  02 tc-notprime picture z(8)9.
  02 filler picture x(11) value '  illegal: '.
  02 tc-illegal picture z(8)9.
  02 filler picture x(7) value '  dup: '.
  02 tc-dup picture z(8)9.
01 tim-band-header-line.
  02 filler picture x(61) value
      ' elapsed by band:    rows   timed rows      seconds    ms/row'.
01 tim-band-line.
  02 filler picture x(2) value spaces.
  02 tb-label picture x(12).
  02 filler picture x(2) value spaces.
  02 tb-mfs-rows picture z(8)9.
  02 filler picture x(4) value spaces.
  02 tb-tim-rows picture z(8)9.
  02 filler picture x(2) value spaces.
  02 tb-secs picture z(7)9.99.
  02 filler picture x(2) value spaces.
  02 tb-per-row picture z(4)9.99.
01 projection-line.
  02 filler picture x(23) value ' elapsed in all:       '.
  02 pj-minutes picture z(4)9.9.
  02 filler picture x(20) value ' of 90.0 minutes - '.
  02 pj-verdict picture x(12).
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-code picture 9(2).
  02 filler picture x(3) value ' - '.
  02 vd-text picture x(60).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>manifest, result, timing, report and threshold from the command
  *>line for a scheduled rehearsal, or the manifest prompted at a
  *>terminal, same convention as the other utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-manifest-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-result-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-timing-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-arg-buffer from argument-value
      if function test-numval(ws-arg-buffer) = 0
        compute ws-screen-threshold = function numval(ws-arg-buffer)
      else
        display 'SCREENING THRESHOLD IS NOT A NUMBER: ' ws-arg-buffer
        move 16 to return-code
        stop run
      end-if
    end-if
  else
    display 'enter manifest filename (default volume.mfs)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-manifest-name
    end-if
  end-if.

  initialize ws-band-totals.
  perform open-rehearsal-report.
  perform compare-run.
  if ws-severity < 16
    perform compare-trailer
    perform sum-timing
  end-if.
  perform write-rehearsal-report.
  move ws-severity to return-code.
  stop run.

*>both files open and the manifest's header read before a row is
*>compared: a manifest that is not one, or a result file that is not
*>there, is a rehearsal that cannot be judged at all
compare-run.
  open input manifest-file
  if manifest-stat not = "00"
    display 'MANIFEST COULD NOT BE OPENED: ' ws-manifest-name
    display 'FILE STATUS: ' manifest-stat
    move 'manifest would not open - nothing compared' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    read manifest-file into manifest-head-line
      at end move 'y' to ws-mfs-eof-flag
    end-read
    if mfs-eof-bool or mh-type not = 'H '
      display 'NOT A GENERATOR MANIFEST: ' ws-manifest-name
      move 'manifest has no generator header - nothing compared'
          to nl-text
      perform write-note-line
      move 16 to ws-severity
    else
      move mh-feed to fl-feed
      move mh-seed to fl-seed
      move mh-date to fl-date
      if report-open-bool
        write rpt-line from feed-line after advancing 1 line
      end-if
      perform write-blank-line
      open input result-file
      if result-stat not = "00"
        display 'RESULT FILE COULD NOT BE OPENED: ' ws-result-name
        display 'FILE STATUS: ' result-stat
        move 'result file would not open - nothing compared'
            to nl-text
        perform write-note-line
        move 16 to ws-severity
      else
        perform compare-manifest-rows
        close result-file
      end-if
    end-if
    close manifest-file
  end-if.

compare-manifest-rows.
  perform until mfs-eof-bool
    read manifest-file into manifest-line
      at end move 'y' to ws-mfs-eof-flag
      not at end
        if mf-type = 'D '
          add 1 to ws-tot-checked
          if mf-band >= 1 and mf-band <= 4
            add 1 to ws-band-mfs-rows(mf-band)
          end-if
          if not short-bool
            evaluate mf-kind
              when 'N' perform check-candidate-row
              when 'I' perform check-illegal-row
              when 'R' perform check-range-row
              when other continue
            end-evaluate
          end-if
        end-if
        if mf-type = 'T '
          move manifest-line to manifest-trailer-line
          move 'y' to ws-mfs-trailer-flag
        end-if
    end-read
  end-perform
  *>whatever result rows are left are rows nobody asked for; reading
  *>them out also brings the run's trailer past
  move 0 to ws-extra-rows
  perform until res-eof-bool
    perform get-next-result-row
    if row-got-bool
      add 1 to ws-extra-rows
    end-if
  end-perform
  if ws-extra-rows > 0 and not short-bool
    move 'rows beyond the manifest' to dg-text
    move '(end of manifest)' to dg-expected
    move spaces to dg-got
    move ws-extra-rows to ws-num-disp
    string ws-num-disp ' more row(s)' delimited by size
      into dg-got
    end-string
    perform note-disagreement
  end-if
  if ws-tot-rows-read = 0
    display 'RESULT FILE HOLDS NO STRUCTURED ROWS: ' ws-result-name
    move 'result file holds no structured rows - was the run made'
        & ' in structured mode?' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

check-candidate-row.
  perform get-next-result-row
  if not row-got-bool
    perform note-output-short
  else
    move mf-num to ws-want-num
    perform match-number
    if not num-match-bool
      perform note-out-of-step
    else
      perform judge-candidate-code
      if not code-ok-bool
        move mf-text(1:30) to dg-text
        perform say-expected
        perform say-got
        perform note-disagreement
      end-if
      perform check-client
    end-if
    if mf-dup not = '-'
      perform get-next-result-row
      if not row-got-bool
        perform note-output-short
      else
        perform match-number
        if ws-res-code not = 'D' or not num-match-bool
          move mf-text(1:30) to dg-text
          move 'D row for the repeat' to dg-expected
          perform say-got
          perform note-disagreement
        end-if
      end-if
    end-if
  end-if.

*>the manifest's own answer always passes; above the threshold so do
*>the two answers screening gives instead
judge-candidate-code.
  move 'n' to ws-code-ok-flag
  if ws-res-code = mf-code and ws-res-factor = mf-factor
    move 'y' to ws-code-ok-flag
  end-if
  if mf-num > ws-screen-threshold
    if mf-code = 'P' and ws-res-code = 'Q' and ws-res-factor = 0
      move 'y' to ws-code-ok-flag
    end-if
    if mf-code = 'N' and ws-res-code = 'N' and ws-res-factor = 0
      move 'y' to ws-code-ok-flag
    end-if
  end-if.

check-illegal-row.
  perform get-next-result-row
  if not row-got-bool
    perform note-output-short
  else
    move 'y' to ws-num-match-flag
    if mf-code = 'E' or mf-code = 'G'
      move mf-num to ws-want-num
      perform match-number
    end-if
    if ws-res-code not = mf-code or not num-match-bool
      move mf-text(1:30) to dg-text
      perform say-expected
      perform say-got
      perform note-disagreement
    end-if
    perform check-client
  end-if.

check-range-row.
  move 0 to ws-range-seen
  move 0 to ws-range-last
  perform until ws-range-seen >= mf-primes or short-bool
    perform get-next-result-row
    if not row-got-bool
      perform note-output-short
    else
      add 1 to ws-range-seen
      move 'y' to ws-code-ok-flag
      if ws-res-code not = 'P'
        move 'n' to ws-code-ok-flag
        if ws-res-code = 'Q' and ws-res-num > ws-screen-threshold
          move 'y' to ws-code-ok-flag
        end-if
      end-if
      if ws-res-num < mf-low or ws-res-num > mf-num
          or ws-res-num <= ws-range-last
        move 'n' to ws-code-ok-flag
      end-if
      if not code-ok-bool
        move mf-text(1:30) to dg-text
        move 'P rows rising in the range' to dg-expected
        perform say-got
        perform note-disagreement
      end-if
      move ws-res-num to ws-range-last
      perform check-client
    end-if
  end-perform.

check-client.
  if ws-res-client not = mf-client
    move mf-text(1:30) to dg-text
    move spaces to dg-expected
    string 'requestor ' mf-client delimited by size
      into dg-expected
    end-string
    move spaces to dg-got
    string 'requestor ' ws-res-client delimited by size
      into dg-got
    end-string
    perform note-disagreement
  end-if.

*>the row's number against the one wanted, on the seventeen digits
*>the result column carries; a negative row is matched on its
*>magnitude
match-number.
  move 'n' to ws-num-match-flag
  compute ws-carry-got = function mod(function abs(ws-res-num),
      100000000000000000)
  compute ws-carry-want = function mod(ws-want-num, 100000000000000000)
  if ws-carry-got = ws-carry-want
    move 'y' to ws-num-match-flag
  end-if.

*>a wrong number means the run and the manifest have come apart -
*>every row after it would disagree for the same reason, so the
*>comparison stops at the first one
note-out-of-step.
  move mf-text(1:30) to dg-text
  move spaces to dg-expected
  move mf-num to ws-num-disp
  string 'row for ' ws-num-disp delimited by size
    into dg-expected
  end-string
  move spaces to dg-got
  move function abs(ws-res-num) to ws-num-disp
  string 'row for ' ws-num-disp delimited by size
    into dg-got
  end-string
  perform note-disagreement
  move 'y' to ws-short-flag
  move 'result rows out of step with the manifest - compared no'
      & ' further' to nl-text
  perform write-note-line.

note-output-short.
  move mf-text(1:30) to dg-text
  perform say-expected
  move '(result rows end)' to dg-got
  perform note-disagreement
  move 'y' to ws-short-flag.

*>the next delimited result row off the output, shedding the header
*>and every other piece of report furniture on the way, and keeping
*>the trailer as it goes past
get-next-result-row.
  move 'n' to ws-row-got-flag
  perform until row-got-bool or res-eof-bool
    read result-file
      at end move 'y' to ws-res-eof-flag
      not at end
        move result-row to ws-work-row
        if ws-work-row(1:1) = ws-cr-char
          move ws-work-row(2:99) to ws-shift-row
          move ws-shift-row to ws-work-row
        end-if
        if ws-work-row(1:7) = ' read: '
          move ws-work-row to ws-trailer-row
          move 'y' to ws-trailer-found-flag
        end-if
        move spaces to ws-tok-num
        move spaces to ws-tok-code
        move spaces to ws-tok-factor
        move spaces to ws-tok-feed
        move spaces to ws-tok-client
        unstring ws-work-row delimited by all ','
          into ws-tok-num ws-tok-code ws-tok-factor ws-tok-feed
               ws-tok-client
        end-unstring
        if function length(function trim(ws-tok-code)) = 1
            and function test-numval(ws-tok-factor) = 0
            and function test-numval(ws-tok-num) = 0
          move 'y' to ws-row-got-flag
          add 1 to ws-tot-rows-read
          move ws-tok-code(1:1) to ws-res-code
          compute ws-res-num = function numval(ws-tok-num)
          compute ws-res-factor = function numval(ws-tok-factor)
          move ws-tok-client(1:3) to ws-res-client
        end-if
    end-read
  end-perform.

say-expected.
  move spaces to dg-expected
  move mf-factor to ws-num-disp
  string mf-code ' factor ' ws-num-disp
    delimited by size
    into dg-expected
  end-string.

say-got.
  move spaces to dg-got
  move ws-res-factor to ws-num-disp
  string ws-res-code ' factor ' ws-num-disp
    delimited by size
    into dg-got
  end-string.

note-disagreement.
  add 1 to ws-tot-disagree
  move mf-seq to dg-seq
  if ws-tot-disagree <= ws-list-max
    display 'DISAGREEMENT ON ROW ' dg-seq ': ' dg-text
    if report-open-bool
      write rpt-line from disagree-line after advancing 1 line
    end-if
  end-if.

*>the run's trailer against the manifest's, total by total
compare-trailer.
  perform write-blank-line
  if not mfs-trailer-bool
    move 'manifest has no expected trailer - was it built to the end?'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move ' expected: ' to tc-label
    move mt-read to tc-read
    move mt-prime to tc-prime
    move mt-notprime to tc-notprime
    move mt-illegal to tc-illegal
    move mt-dup to tc-dup
    if report-open-bool
      write rpt-line from trailer-compare-line after advancing 1 line
    end-if
    if not trailer-found-bool
      add 1 to ws-tot-disagree
      display 'RESULT FILE HAS NO TRAILER: ' ws-result-name
      move 'result file has no trailer line' to nl-text
      perform write-note-line
    else
      if function test-numval(ws-trailer-row(8:9)) = 0
        compute ws-got-read = function numval(ws-trailer-row(8:9))
      end-if
      if function test-numval(ws-trailer-row(27:9)) = 0
        compute ws-got-prime = function numval(ws-trailer-row(27:9))
      end-if
      if function test-numval(ws-trailer-row(50:9)) = 0
        compute ws-got-notprime =
            function numval(ws-trailer-row(50:9))
      end-if
      if function test-numval(ws-trailer-row(70:9)) = 0
        compute ws-got-illegal = function numval(ws-trailer-row(70:9))
      end-if
      if function test-numval(ws-trailer-row(86:9)) = 0
        compute ws-got-dup = function numval(ws-trailer-row(86:9))
      end-if
      move ' got:      ' to tc-label
      move ws-got-read to tc-read
      move ws-got-prime to tc-prime
      move ws-got-notprime to tc-notprime
      move ws-got-illegal to tc-illegal
      move ws-got-dup to tc-dup
      if report-open-bool
        write rpt-line from trailer-compare-line after advancing 1 line
      end-if
      if ws-got-read not = mt-read or ws-got-prime not = mt-prime
          or ws-got-notprime not = mt-notprime
          or ws-got-illegal not = mt-illegal
          or ws-got-dup not = mt-dup
        add 1 to ws-tot-disagree
        display 'TRAILER DISAGREES WITH THE MANIFEST'
        move 'trailer disagrees with the manifest' to nl-text
        perform write-note-line
      end-if
    end-if
  end-if.

*>the timing file summed by band. a rehearsal with no timing, or
*>with timing that does not cover the feed, has still proved the
*>answers but not the window
sum-timing.
  perform write-blank-line
  if ws-timing-name = 'NONE'
    move 'no timing file named - window not judged' to nl-text
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  else
    open input timing-file
    if timing-stat not = "00"
      display 'TIMING FILE COULD NOT BE OPENED: ' ws-timing-name
      display 'FILE STATUS: ' timing-stat
      move 'timing file would not open - window not judged' to nl-text
      perform write-note-line
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    else
      perform until tim-eof-bool
        read timing-file
          at end move 'y' to ws-tim-eof-flag
          not at end
            move timing-info to timing-line
            if tl-band is numeric and tl-centis is numeric
              if tl-band >= 1 and tl-band <= 4
                add 1 to ws-tim-rows
                add 1 to ws-band-tim-rows(tl-band)
                add tl-centis to ws-band-centis(tl-band)
                add tl-centis to ws-total-centis
              end-if
            end-if
        end-read
      end-perform
      close timing-file
      perform write-timing-block
    end-if
  end-if.

write-timing-block.
  if report-open-bool
    write rpt-line from tim-band-header-line after advancing 1 line
  end-if
  move 0 to ws-band-idx
  perform until ws-band-idx >= 4
    add 1 to ws-band-idx
    move ws-band-label(ws-band-idx) to tb-label
    move ws-band-mfs-rows(ws-band-idx) to tb-mfs-rows
    move ws-band-tim-rows(ws-band-idx) to tb-tim-rows
    compute tb-secs = ws-band-centis(ws-band-idx) / 100
    move 0 to tb-per-row
    if ws-band-tim-rows(ws-band-idx) > 0
      compute tb-per-row rounded = ws-band-centis(ws-band-idx) * 10
          / ws-band-tim-rows(ws-band-idx)
    end-if
    if report-open-bool
      write rpt-line from tim-band-line after advancing 1 line
    end-if
  end-perform
  compute ws-proj-minutes rounded = ws-total-centis / 6000
  move ws-proj-minutes to pj-minutes
  if ws-total-centis > ws-window-centis
    move 'DOES NOT FIT' to pj-verdict
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  else
    move 'FITS' to pj-verdict
  end-if
  if report-open-bool
    write rpt-line from projection-line after advancing 1 line
  end-if
  if ws-tim-rows not = ws-tot-checked
    move 'timing rows do not match the manifest rows - not this'
        & ' feed''s run?' to nl-text
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if.

*>the report is opened before the comparison so each disagreement
*>lands on it as it is found
open-rehearsal-report.
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
    move ws-manifest-name to nm-manifest
    move ws-result-name to nm-result
    move ws-timing-name to nm-timing
    write rpt-line from names-line after advancing 1 line
  else
    display 'REPORT FILE COULD NOT BE OPENED'
    display 'FILE STATUS: ' report-stat
  end-if.

write-rehearsal-report.
  if ws-tot-disagree > 0 and ws-severity < 8
    move 8 to ws-severity
  end-if
  perform write-blank-line
  move 'manifest rows checked:' to cn-label
  move ws-tot-checked to cn-count
  perform write-count-line
  move 'result rows read:' to cn-label
  move ws-tot-rows-read to cn-count
  perform write-count-line
  move 'disagreements:' to cn-label
  move ws-tot-disagree to cn-count
  perform write-count-line
  if ws-tot-disagree > ws-list-max
    move 'only the first 100 disagreements are listed' to nl-text
    perform write-note-line
  end-if
  move ws-severity to vd-code
  evaluate ws-severity
    when 0
      move 'PASSED - right at volume and inside the window' to vd-text
    when 4
      move 'ANSWERS RIGHT - window not proved, see timing above'
          to vd-text
    when 8
      move 'FAILED - blocking, do not take the change to production'
          to vd-text
    when other
      move 'NOT COMPARED' to vd-text
  end-evaluate
  perform write-blank-line
  if report-open-bool
    write rpt-line from verdict-line after advancing 1 line
    close report-file
    display 'rehearsal report output to ' ws-report-name
  end-if
  if ws-tot-disagree > 0
    display 'REHEARSAL FAILED: ' ws-tot-disagree ' DISAGREEMENT(S)'
  else
    display 'rehearsal compared: ' ws-tot-checked ' manifest row(s)'
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
