*>"did you already test this candidate" calls from the crypto team
*>without grepping archived output.dat copies. console dialog in the
*>same style as prime1's check-another-number loop, which this replaces
*>for history questions - unlike that loop, nothing here ever recomputes.
*>two more questions come straight off the run-history keys: R and a
*>run stamp (or just a date) lists everything those runs filed, C and
*>a requestor code (optionally a year, month or day after it) lists
*>every row that requestor was billed for

environment division.
input-output section.
  FILE STATUS master-stat.

select history-file assign to dynamic ws-history-name
  organization is indexed
  access is dynamic
  record key is hf-key
  alternate record key is hf-stamp with duplicates
  alternate record key is hf-in-name with duplicates
  alternate record key is hf-client with duplicates
  FILE STATUS history-stat.

select evidence-file assign to dynamic ws-evidence-name
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

*>the evidence file the check program writes when evidence mode is
*>on: one fixed-layout record per classified candidate with what
01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
77 ws-hist-matches picture 9(9) value 0.
01 ws-hist-want-n picture 9(18) value 0.
01 ws-hist-want redefines ws-hist-want-n picture x(18).

*>R and C questions: the stamp or period wanted in the history's own
*>shape (yyyy-mm-dd hh:mm:ss, or as much of the front of it as was
*>given) and how much of the stamp it covers, the requestor code, and
*>the tallies shown under a listing
77 ws-inq-verb picture x(1) value space.
77 ws-inq-operand picture x(30) value spaces.
77 ws-inq-period picture x(30) value spaces.
77 ws-want-stamp picture x(19) value spaces.
77 ws-want-len picture 9(2) value 0.
77 ws-want-client picture x(3) value spaces.
77 ws-last-in-name picture x(30) value spaces.
77 ws-inq-files picture 9(9) value 0.
77 ws-inq-runs picture 9(9) value 0.
77 ws-last-stamp picture x(19) value spaces.
77 ws-inq-prime picture 9(9) value 0.
77 ws-inq-composite picture 9(9) value 0.
77 ws-inq-probable picture 9(9) value 0.

*>mirror of the history-line layout prime1 files in verified.hst
01 ws-hist-rec.
  02 ws-hist-num picture x(18).
  02 filler picture x.
  02 ws-hist-result picture x(1).
  02 filler picture x.
  02 ws-hist-factor picture x(18).
  02 filler picture x(3).
  02 ws-hist-client picture x(3).
77 ws-hist-num-n picture 9(18) value 0.

*>mirror of the evidence-line layout the check program writes
  02 ih-out-in-name picture x(30).
  02 filler picture x(2) value spaces.
  02 ih-out-result picture x(16).
*>one row of a run or requestor listing: the number leads, the run
*>and input file it came in on follow
01 inq-list-line.
  02 filler picture x(4) value spaces.
  02 il-out-num picture z(17)9.
  02 filler picture x(2) value spaces.
  02 il-out-result picture x(16).
  02 filler picture x(2) value spaces.
  02 il-out-stamp picture x(19).
  02 filler picture x(2) value spaces.
  02 il-out-in-name picture x(30).
  02 filler picture x(2) value spaces.
  02 il-out-client picture x(3).
01 inq-list-count-line.
  02 filler picture x(4) value spaces.
  02 ilc-label picture x(24).
  02 ilc-count picture z(8)9.

procedure division.
  *>master/history names overridable from the command line the same
  end-if

  perform until ws-answer = '0'
    display 'enter a number to look up, R and a run stamp for a run,'
        ' C and a requestor code for a requestor (0 to exit)'
    accept ws-answer from console
    end-accept
    move function trim(ws-answer) to ws-answer
    move function upper-case(ws-answer(1:1)) to ws-inq-verb
    if (ws-inq-verb = 'R' or ws-inq-verb = 'C')
        and ws-answer(2:1) = space
      move function trim(ws-answer(3:)) to ws-inq-operand
      if ws-inq-verb = 'R'
        perform list-run
      else
        perform list-requestor
      end-if
      move spaces to ws-answer
    end-if
    if ws-answer not = '0' and ws-answer not = spaces
      move function trim(ws-answer) to ws-trimmed-num
      compute ws-numval-pos = function test-numval(ws-trimmed-num)
      if ws-numval-pos not = 0
    end-if
  end-if.

*>the run-history records for the number being asked about, straight
*>off the key: positioned at the number's earliest run and read on
*>until the number changes
list-history.
  move 0 to ws-hist-matches
  move 'n' to eof
    display ' no run history available (file status ' history-stat ')'
  else
    display ' seen in runs:'
    move ws-lookup-n to ws-hist-want-n
    move ws-hist-want to hf-num
    move low-values to hf-stamp
    start history-file key is >= hf-key
      invalid key move 'y' to eof
    end-start
    perform until eof-bool
      read history-file next record
        at end move 'y' to eof
      not at end
        if hf-num not = ws-hist-want
          move 'y' to eof
        else
          move history-info to ws-hist-rec
          add 1 to ws-hist-matches
          perform show-history-row
        end-if
      end-read
    end-perform
    end-if
  end-if
  display inq-hist-line.

*>R: every row the runs in a stamp or period filed, by the run-stamp
*>key. the stamp is taken as the history writes it or with the
*>punctuation left out, and may stop after the day, the month or the
*>year to cover every run in it
list-run.
  perform parse-want-stamp
  if ws-want-len = 0
    display 'not a run stamp - give yyyy-mm-dd hh:mm:ss or'
        ' yyyymmddhhmmss, or a day such as yyyy-mm-dd'
  else
    move 0 to ws-hist-matches
    move 0 to ws-inq-files
    move 0 to ws-inq-runs
    move 0 to ws-inq-prime
    move 0 to ws-inq-probable
    move 0 to ws-inq-composite
    move spaces to ws-last-in-name
    move spaces to ws-last-stamp
    move 'n' to eof
    open input history-file
    if history-stat not = "00"
      display ' no run history available (file status ' history-stat
          ')'
    else
      display ' runs ' ws-want-stamp(1:ws-want-len) ':'
      move ws-want-stamp to hf-stamp
      start history-file key is >= hf-stamp
        invalid key move 'y' to eof
      end-start
      perform until eof-bool
        read history-file next record
          at end move 'y' to eof
        not at end
          if hf-stamp(1:ws-want-len) not = ws-want-stamp(1:ws-want-len)
            move 'y' to eof
          else
            move history-info to ws-hist-rec
            perform show-list-row
          end-if
        end-read
      end-perform
      close history-file
      if ws-hist-matches = 0
        display '    (no such run recorded)'
      else
        perform show-list-counts
      end-if
    end-if
  end-if.

*>C: every row billed to one requestor, by the requestor key, in the
*>order the runs filed them; a period after the code narrows it to
*>the runs in that year, month or day
list-requestor.
  move spaces to ws-inq-period
  unstring ws-inq-operand delimited by all space
      into ws-want-client ws-inq-period
  end-unstring
  move function upper-case(ws-want-client) to ws-want-client
  move ws-inq-period to ws-inq-operand
  move 19 to ws-want-len
  move spaces to ws-want-stamp
  if ws-inq-period not = spaces
    perform parse-want-stamp
  end-if
  if ws-want-client = spaces or ws-want-len = 0
    display 'not a requestor code - give the three-character code,'
        ' then a year, month or day if wanted'
  else
    move 0 to ws-hist-matches
    move 0 to ws-inq-files
    move 0 to ws-inq-runs
    move 0 to ws-inq-prime
    move 0 to ws-inq-probable
    move 0 to ws-inq-composite
    move spaces to ws-last-in-name
    move spaces to ws-last-stamp
    move 'n' to eof
    open input history-file
    if history-stat not = "00"
      display ' no run history available (file status ' history-stat
          ')'
    else
      display ' requestor ' ws-want-client ' ' ws-want-stamp ':'
      move ws-want-client to hf-client
      start history-file key is = hf-client
        invalid key move 'y' to eof
      end-start
      perform until eof-bool
        read history-file next record
          at end move 'y' to eof
        not at end
          if hf-client not = ws-want-client
            move 'y' to eof
          else
            if ws-want-stamp = spaces
                or hf-stamp(1:ws-want-len)
                    = ws-want-stamp(1:ws-want-len)
              move history-info to ws-hist-rec
              perform show-list-row
            end-if
          end-if
        end-read
      end-perform
      close history-file
      if ws-hist-matches = 0
        display '    (no activity recorded)'
      else
        perform show-list-counts
      end-if
    end-if
  end-if.

*>the stamp or period in ws-inq-operand into the history's own shape.
*>ws-want-len is how many leading characters of a stamp it pins down
*>(4 year, 7 month, 10 day, 19 whole stamp), zero if it is not one
parse-want-stamp.
  move spaces to ws-want-stamp
  move 0 to ws-want-len
  if ws-inq-operand(1:4) is numeric
    if ws-inq-operand(5:) = spaces
      move ws-inq-operand(1:4) to ws-want-stamp
      move 4 to ws-want-len
    end-if
    if ws-inq-operand(5:2) is numeric and ws-inq-operand(7:) = spaces
      string ws-inq-operand(1:4) '-' ws-inq-operand(5:2)
          delimited by size into ws-want-stamp
      end-string
      move 7 to ws-want-len
    end-if
    if ws-inq-operand(1:8) is numeric and ws-inq-operand(9:) = spaces
      string ws-inq-operand(1:4) '-' ws-inq-operand(5:2) '-'
          ws-inq-operand(7:2)
          delimited by size into ws-want-stamp
      end-string
      move 10 to ws-want-len
    end-if
    if ws-inq-operand(1:14) is numeric and ws-inq-operand(15:) = spaces
      string ws-inq-operand(1:4) '-' ws-inq-operand(5:2) '-'
          ws-inq-operand(7:2) ' ' ws-inq-operand(9:2) ':'
          ws-inq-operand(11:2) ':' ws-inq-operand(13:2)
          delimited by size into ws-want-stamp
      end-string
      move 19 to ws-want-len
    end-if
    if ws-inq-operand(5:1) = '-' and ws-inq-operand(6:2) is numeric
      if ws-inq-operand(8:) = spaces
        move ws-inq-operand to ws-want-stamp
        move 7 to ws-want-len
      end-if
      if ws-inq-operand(8:1) = '-' and ws-inq-operand(9:2) is numeric
          and ws-inq-operand(11:) = spaces
        move ws-inq-operand to ws-want-stamp
        move 10 to ws-want-len
      end-if
      if ws-inq-operand(8:1) = '-' and ws-inq-operand(11:1) = space
          and ws-inq-operand(14:1) = ':' and ws-inq-operand(17:1) = ':'
          and ws-inq-operand(20:) = spaces
        move ws-inq-operand to ws-want-stamp
        move 19 to ws-want-len
      end-if
    end-if
  end-if.

show-list-row.
  if ws-hist-num is numeric
    move ws-hist-num to ws-hist-num-n
  else
    move 0 to ws-hist-num-n
  end-if
  move ws-hist-num-n to il-out-num
  add 1 to ws-hist-matches
  if hf-stamp not = ws-last-stamp
    add 1 to ws-inq-runs
    move hf-stamp to ws-last-stamp
  end-if
  if ws-hist-result = 'P'
    move 'prime' to il-out-result
    add 1 to ws-inq-prime
  else
    if ws-hist-result = 'Q'
      move 'probable prime' to il-out-result
      add 1 to ws-inq-probable
    else
      move 'not a prime' to il-out-result
      add 1 to ws-inq-composite
    end-if
  end-if
  move hf-stamp to il-out-stamp
  move ws-hist-in-name to il-out-in-name
  move ws-hist-client to il-out-client
  if ws-hist-in-name not = ws-last-in-name
    add 1 to ws-inq-files
    move ws-hist-in-name to ws-last-in-name
  end-if
  display inq-list-line.

show-list-counts.
  move 'runs:' to ilc-label
  move ws-inq-runs to ilc-count
  display inq-list-count-line
  move 'rows:' to ilc-label
  move ws-hist-matches to ilc-count
  display inq-list-count-line
  move 'input files:' to ilc-label
  move ws-inq-files to ilc-count
  display inq-list-count-line
  move 'prime:' to ilc-label
  move ws-inq-prime to ilc-count
  display inq-list-count-line
  move 'probable prime:' to ilc-label
  move ws-inq-probable to ilc-count
  display inq-list-count-line
  move 'not a prime:' to ilc-label
  move ws-inq-composite to ilc-count
  display inq-list-count-line.
