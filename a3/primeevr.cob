identification division.
program-id. primeevr.

*>independent re-verification of the evidence file. the check
*>program writes one evidence record per classified candidate, but
*>until now nothing ever read it back - the crypto team were asked
*>to take the paper trail on trust, which is the self-attestation the
*>certification and balancing jobs exist to end. this job re-does
*>each record's arithmetic without any of the check program's code
*>paths: an F factor must divide the candidate and be neither 1 nor
*>the candidate itself; an M witness base must, by its own
*>Miller-Rabin chain, prove the candidate composite; a T trial bound
*>must cover the square root (its square past the candidate); every W
*>base listed must be one the candidate survives; and an H answer must
*>agree with the results master. every failure is listed, the
*>summary is signed off by kind, and the job ends with a severity the
*>chain can act on:
*>  0 signed off, 4 signed off with master answers unchecked (no
*>  master), 8 evidence failed (blocking), 16 could not verify

environment division.
input-output section.
file-control.
select evidence-file assign to dynamic ws-evidence-name
  organization is line sequential
  FILE STATUS evidence-stat.

select master-file assign to dynamic ws-master-name
  organization is indexed
  access is random
  record key is master-num
  FILE STATUS master-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd evidence-file.
01 evidence-in-record.
 05 evidence-info pic x(100).

fd master-file.
01 master-record.
 05 master-num picture 9(18).
 05 master-result picture x(1).
 05 master-factor picture 9(18).
 05 master-first-date picture 9(8).
 05 master-times-seen picture 9(9).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-evidence-name pic x(30) value 'evidence.dat'.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-report-name pic x(30) value 'primeevr.out'.
01  evidence-stat pic xx.
01  master-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-master-open-flag picture x(1) value 'n'.
  88 master-open-bool value 'y'.
01 ws-unchecked-flag picture x(1) value 'n'.
  88 unchecked-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>mirror of the evidence-line layout the check program writes, fields
*>taken as text so a damaged record is reported, not abended on
01 ws-ev-rec.
  02 ws-ev-num picture x(18).
  02 filler picture x.
  02 ws-ev-code picture x(1).
  02 filler picture x.
  02 ws-ev-kind picture x(1).
  02 filler picture x.
  02 ws-ev-detail picture x(18).
  02 filler picture x.
  02 ws-ev-rounds picture x(2).
  02 filler picture x.
  02 ws-ev-bases picture x(36).

*>the record under test, numeric
77 n picture s9(18) usage is computational.
77 ws-ck-detail picture s9(18) usage is computational.
77 ws-ck-rounds picture 9(2) value 0.
77 ws-ck-bidx picture 9(2) usage is computational.
77 ws-ck-square picture 9(31).
77 ws-fail-reason picture x(50) value spaces.

*>the evidence kinds in summary order; the last slot takes malformed
*>records and kinds this job does not know
01 ws-kind-values.
  02 filler picture x(21) value 'Ffactor divides'.
  02 filler picture x(21) value 'Mwitness proves'.
  02 filler picture x(21) value 'Ttrial bound covers'.
  02 filler picture x(21) value 'Wbases survived'.
  02 filler picture x(21) value 'Hmaster answered'.
  02 filler picture x(21) value '?malformed/unknown'.
01 ws-kind-table redefines ws-kind-values.
  02 ws-kind-entry occurs 6 times.
    03 ws-kd-letter picture x(1).
    03 ws-kd-name picture x(20).
01 ws-kind-count-table.
  02 ws-kd-counts occurs 6 times.
    03 ws-kd-records picture 9(9) value 0.
    03 ws-kd-failed picture 9(9) value 0.
    03 ws-kd-unchecked picture 9(9) value 0.
77 ws-kd-idx picture 9(2) usage is computational.

*>Miller-Rabin working fields: a single witness base run the textbook
*>way, d * 2^s = n-1, base^d mod n squared up to s-1 times. products
*>of two 18 digit values are split at 10^9 (ws-mulmod-hi/-lo) the
*>same way the check program keeps inside the arithmetic
77 ws-wt-base picture s9(18) usage is computational.
77 ws-mr-d picture s9(18) usage is computational.
77 ws-mr-s picture 9(4) usage is computational.
77 ws-mr-j picture 9(4) usage is computational.
77 ws-mr-x picture s9(18) usage is computational.
77 ws-mr-n-less-1 picture s9(18) usage is computational.
77 ws-mr-composite-flag picture x(1) value 'n'.
  88 mr-composite-bool value 'y'.
77 ws-mr-round-done-flag picture x(1) value 'n'.
  88 mr-round-done-bool value 'y'.
77 ws-pow-base picture s9(18) usage is computational.
77 ws-pow-exp picture s9(18) usage is computational.
77 ws-pow-result picture s9(18) usage is computational.
77 ws-mulmod-a picture s9(18) usage is computational.
77 ws-mulmod-b picture s9(18) usage is computational.
77 ws-mulmod-hi picture s9(18) usage is computational.
77 ws-mulmod-lo picture s9(18) usage is computational.
77 ws-mulmod-t picture 9(31).
77 ws-mulmod-result picture s9(18) usage is computational.

77 ws-tot-records picture 9(9) value 0.
77 ws-tot-failed picture 9(9) value 0.
77 ws-tot-unchecked picture 9(9) value 0.

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
  02 filler picture x(30) value 'evidence re-verification -    '.
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
01 failure-line.
  02 filler picture x(1) value space.
  02 fl-num picture x(18).
  02 filler picture x(1) value space.
  02 fl-code picture x(1).
  02 filler picture x(1) value space.
  02 fl-kind picture x(1).
  02 filler picture x(1) value space.
  02 fl-detail picture x(18).
  02 filler picture x(2) value spaces.
  02 fl-reason picture x(50).
01 kind-head-line.
  02 filler picture x(24) value ' evidence kind'.
  02 filler picture x(11) value '   records'.
  02 filler picture x(11) value '    failed'.
  02 filler picture x(11) value ' unchecked'.
01 kind-line.
  02 filler picture x(1) value space.
  02 kl-letter picture x(1).
  02 filler picture x(1) value space.
  02 kl-name picture x(20).
  02 filler picture x(1) value space.
  02 kl-records picture z(8)9.
  02 filler picture x(2) value spaces.
  02 kl-failed picture z(8)9.
  02 filler picture x(2) value spaces.
  02 kl-unchecked picture z(8)9.
01 sign-off-line.
  02 filler picture x(11) value ' verdict:  '.
  02 so-text picture x(60).
01 signed-line.
  02 filler picture x(21) value ' verified by job:    '.
  02 filler picture x(8) value 'primeevr'.
  02 filler picture x(4) value ' at '.
  02 sg-yyyy picture 9999.
  02 filler picture x value '/'.
  02 sg-mon picture 99.
  02 filler picture x value '/'.
  02 sg-dd picture 99.
  02 filler picture x value space.
  02 sg-hh picture 99.
  02 filler picture x value ':'.
  02 sg-mm picture 99.
  02 filler picture x value ':'.
  02 sg-ss picture 99.
  02 filler picture x(5) value ' for '.
  02 sg-name picture x(30).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>evidence, master and report from the command line for the
  *>scheduled chain, or prompted at a terminal, same convention as
  *>the other utilities. NONE for the master leaves the master
  *>answers unchecked
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-evidence-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-master-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-report-name from argument-value
    end-if
  else
    display 'enter evidence filename (default evidence.dat)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-evidence-name
    end-if
    display 'enter master filename (default verified.mst, NONE skips)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-master-name
    end-if
  end-if.

  open input evidence-file.
  if evidence-stat not = "00"
    display 'EVIDENCE FILE COULD NOT BE OPENED: ' ws-evidence-name
    display 'FILE STATUS: ' evidence-stat
    display 'EVIDENCE NOT VERIFIED'
    move 16 to return-code
    stop run
  end-if.

  perform open-report.
  perform open-master.
  perform until eof-bool
    read evidence-file
      at end move 'y' to eof
      not at end
        if evidence-info not = spaces
          move evidence-info to ws-ev-rec
          perform check-evidence-record
        end-if
    end-read
  end-perform.
  close evidence-file.
  if master-open-bool
    close master-file
  end-if.

  perform write-summary.
  if report-open-bool
    close report-file
    display 'evidence report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the master backs the H records only; without it they are counted
*>as unchecked, which qualifies the sign-off but blocks nothing
open-master.
  if ws-master-name = 'NONE'
    move 'n' to ws-master-open-flag
  else
    open input master-file
    if master-stat = "00"
      move 'y' to ws-master-open-flag
    else
      display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
      display 'FILE STATUS: ' master-stat
      move 'n' to ws-master-open-flag
    end-if
  end-if.

check-evidence-record.
  add 1 to ws-tot-records
  move spaces to ws-fail-reason
  move 'n' to ws-unchecked-flag
  move 1 to ws-kd-idx
  perform until ws-kd-idx >= 6 or ws-kd-letter(ws-kd-idx) = ws-ev-kind
    add 1 to ws-kd-idx
  end-perform
  add 1 to ws-kd-records(ws-kd-idx)
  if ws-ev-num not numeric or ws-ev-detail not numeric
      or ws-ev-rounds not numeric
    move 'malformed evidence record' to ws-fail-reason
  else
    move ws-ev-num to n
    move ws-ev-detail to ws-ck-detail
    move ws-ev-rounds to ws-ck-rounds
    if ws-ev-kind = 'F'
      perform check-factor-evidence
    else
      if ws-ev-kind = 'M'
        perform check-witness-evidence
      else
        if ws-ev-kind = 'T'
          perform check-bound-evidence
        else
          if ws-ev-kind = 'W'
            perform check-survival-evidence
          else
            if ws-ev-kind = 'H'
              perform check-master-evidence
            else
              move 'unknown evidence kind' to ws-fail-reason
            end-if
          end-if
        end-if
      end-if
    end-if
  end-if
  if unchecked-bool
    add 1 to ws-kd-unchecked(ws-kd-idx)
    add 1 to ws-tot-unchecked
  end-if
  if ws-fail-reason not = spaces
    add 1 to ws-kd-failed(ws-kd-idx)
    add 1 to ws-tot-failed
    perform write-failure-line
  end-if.

*>F: the named factor divides the candidate and is a proper divisor
check-factor-evidence.
  if ws-ev-code not = 'N'
    move 'factor evidence on a verdict other than N' to ws-fail-reason
  else
    if ws-ck-detail <= 1 or ws-ck-detail >= n
      move 'factor is 1, the candidate itself, or beyond it'
          to ws-fail-reason
    else
      if function mod(n, ws-ck-detail) not = 0
        move 'factor does not divide the candidate' to ws-fail-reason
      end-if
    end-if
  end-if.

*>M: the witness base is the last base listed (the one that ended the
*>screen) and its own chain proves the candidate composite
check-witness-evidence.
  if ws-ev-code not = 'N'
    move 'witness evidence on a verdict other than N'
        to ws-fail-reason
  else
    if n < 5 or function mod(n, 2) = 0
      move 'witness evidence on an even or tiny candidate'
          to ws-fail-reason
    else
      if ws-ck-detail < 2 or ws-ck-detail > n - 2
        move 'witness base out of range' to ws-fail-reason
      else
        if ws-ck-rounds < 1 or ws-ck-rounds > 12
          move 'witness round count out of range' to ws-fail-reason
        else
          if ws-ev-bases(ws-ck-rounds * 3 - 2 : 2) not numeric
            move 'witness base missing from the bases tried'
                to ws-fail-reason
          else
            if ws-ev-bases(ws-ck-rounds * 3 - 2 : 2) not =
                ws-ev-detail(17:2)
                or ws-ck-detail > 99
              move 'witness base is not the last base tried'
                  to ws-fail-reason
            else
              move ws-ck-detail to ws-wt-base
              perform witness-test
              if not mr-composite-bool
                move 'witness does not prove compositeness'
                    to ws-fail-reason
              end-if
            end-if
          end-if
        end-if
      end-if
    end-if
  end-if.

*>T: the trial bound's square passes the candidate, so every
*>possible divisor lay below it; 2 and 3 carry the bound 1
check-bound-evidence.
  if ws-ev-code not = 'P'
    move 'trial bound evidence on a verdict other than P'
        to ws-fail-reason
  else
    if n < 4
      if n < 2 or ws-ck-detail not = 1
        move 'small prime evidence does not hold' to ws-fail-reason
      end-if
    else
      if function mod(n, 2) = 0
        move 'even candidate evidenced as prime' to ws-fail-reason
      else
        if ws-ck-detail < 2
          move 'trial bound below 2' to ws-fail-reason
        else
          *>a bound of 10^9 or more squares past any 18 digit value
          if ws-ck-detail < 1000000000
            compute ws-ck-square = ws-ck-detail * ws-ck-detail
            if ws-ck-square <= n
              move 'trial bound does not cover the square root'
                  to ws-fail-reason
            end-if
          end-if
        end-if
      end-if
    end-if
  end-if.

*>W: the candidate survives every base listed, and the count of
*>bases listed is the count of rounds claimed
check-survival-evidence.
  if ws-ev-code not = 'Q'
    move 'survival evidence on a verdict other than Q'
        to ws-fail-reason
  else
    if n < 5 or function mod(n, 2) = 0
      move 'survival evidence on an even or tiny candidate'
          to ws-fail-reason
    else
      if ws-ck-rounds < 1 or ws-ck-rounds > 12
        move 'survived round count out of range' to ws-fail-reason
      else
        move 0 to ws-ck-bidx
        perform until ws-ck-bidx >= ws-ck-rounds
            or ws-fail-reason not = spaces
          add 1 to ws-ck-bidx
          if ws-ev-bases(ws-ck-bidx * 3 - 2 : 2) not numeric
            move 'fewer bases listed than rounds claimed'
                to ws-fail-reason
          else
            move ws-ev-bases(ws-ck-bidx * 3 - 2 : 2) to ws-wt-base
            if ws-wt-base < 2 or ws-wt-base > n - 2
              move 'survived base out of range' to ws-fail-reason
            else
              perform witness-test
              if mr-composite-bool
                move spaces to ws-fail-reason
                string 'candidate does not survive base '
                    ws-ev-bases(ws-ck-bidx * 3 - 2 : 2)
                  delimited by size into ws-fail-reason
                end-string
              end-if
            end-if
          end-if
        end-perform
      end-if
    end-if
  end-if.

*>H: the master holds the candidate with the same verdict - or with P
*>where the run answered Q, which is the requalify sweep having since
*>proved it
check-master-evidence.
  if not master-open-bool
    move 'y' to ws-unchecked-flag
  else
    move n to master-num
    read master-file
      invalid key
        move 'master-answered but not on the master'
            to ws-fail-reason
      not invalid key
        if master-result not = ws-ev-code
            and not (ws-ev-code = 'Q' and master-result = 'P')
          move spaces to ws-fail-reason
          string 'verdict ' ws-ev-code ' but the master holds '
              master-result
            delimited by size into ws-fail-reason
          end-string
        end-if
    end-read
  end-if.

*>one Miller-Rabin round for base ws-wt-base against the odd n:
*>mr-composite-bool comes back set when the base proves n composite
witness-test.
  compute ws-mr-n-less-1 = n - 1
  move ws-mr-n-less-1 to ws-mr-d
  move 0 to ws-mr-s
  perform until function mod(ws-mr-d, 2) not = 0
    compute ws-mr-d = ws-mr-d / 2
    add 1 to ws-mr-s
  end-perform
  move ws-wt-base to ws-pow-base
  move ws-mr-d to ws-pow-exp
  perform power-mod
  move ws-pow-result to ws-mr-x
  move 'n' to ws-mr-round-done-flag
  if ws-mr-x = 1 or ws-mr-x = ws-mr-n-less-1
    move 'y' to ws-mr-round-done-flag
  end-if
  move 1 to ws-mr-j
  perform until mr-round-done-bool or ws-mr-j >= ws-mr-s
    add 1 to ws-mr-j
    move ws-mr-x to ws-mulmod-a
    move ws-mr-x to ws-mulmod-b
    perform mul-mod
    move ws-mulmod-result to ws-mr-x
    if ws-mr-x = ws-mr-n-less-1
      move 'y' to ws-mr-round-done-flag
    end-if
  end-perform
  if mr-round-done-bool
    move 'n' to ws-mr-composite-flag
  else
    move 'y' to ws-mr-composite-flag
  end-if.

*>ws-pow-result = ws-pow-base ^ ws-pow-exp, modulo n, by binary
*>square-and-multiply
power-mod.
  move 1 to ws-pow-result
  compute ws-pow-base = function mod(ws-pow-base, n)
  perform until ws-pow-exp = 0
    if function mod(ws-pow-exp, 2) = 1
      move ws-pow-result to ws-mulmod-a
      move ws-pow-base to ws-mulmod-b
      perform mul-mod
      move ws-mulmod-result to ws-pow-result
    end-if
    compute ws-pow-exp = ws-pow-exp / 2
    if ws-pow-exp not = 0
      move ws-pow-base to ws-mulmod-a
      move ws-pow-base to ws-mulmod-b
      perform mul-mod
      move ws-mulmod-result to ws-pow-base
    end-if
  end-perform.

*>ws-mulmod-result = ws-mulmod-a * ws-mulmod-b, modulo n, with b
*>split at 10^9 so no intermediate passes 31 digits
mul-mod.
  compute ws-mulmod-hi = ws-mulmod-b / 1000000000
  compute ws-mulmod-lo = ws-mulmod-b - ws-mulmod-hi * 1000000000
  compute ws-mulmod-t = function mod(ws-mulmod-a * ws-mulmod-hi, n)
  compute ws-mulmod-t = function mod(ws-mulmod-t * 1000000000, n)
  compute ws-mulmod-t = ws-mulmod-t
      + function mod(ws-mulmod-a * ws-mulmod-lo, n)
  compute ws-mulmod-result = function mod(ws-mulmod-t, n).

write-failure-line.
  move ws-ev-num to fl-num
  move ws-ev-code to fl-code
  move ws-ev-kind to fl-kind
  move ws-ev-detail to fl-detail
  move ws-fail-reason to fl-reason
  display 'EVIDENCE FAILED: ' ws-ev-num ' ' ws-ev-kind ' - '
      ws-fail-reason
  if report-open-bool
    write rpt-line from failure-line after advancing 1 line
  end-if.

*>the summary by kind and the sign-off. the failures are already on
*>the report above it, one line each, as they were found
write-summary.
  if ws-tot-failed > 0
    move 8 to ws-severity
  else
    if ws-tot-unchecked > 0
      move 4 to ws-severity
    end-if
  end-if
  if report-open-bool
    write rpt-line from blank-line after advancing 1 line
    write rpt-line from kind-head-line after advancing 1 line
    move 0 to ws-kd-idx
    perform until ws-kd-idx >= 6
      add 1 to ws-kd-idx
      move ws-kd-letter(ws-kd-idx) to kl-letter
      move ws-kd-name(ws-kd-idx) to kl-name
      move ws-kd-records(ws-kd-idx) to kl-records
      move ws-kd-failed(ws-kd-idx) to kl-failed
      move ws-kd-unchecked(ws-kd-idx) to kl-unchecked
      write rpt-line from kind-line after advancing 1 line
    end-perform
    write rpt-line from blank-line after advancing 1 line
    if ws-tot-records = 0
      move 'evidence file holds no records' to nl-text
      perform write-note-line
    end-if
    if ws-tot-unchecked > 0
      move 'master-answered records left unchecked - no master'
          to nl-text
      perform write-note-line
    end-if
    if ws-tot-failed > 0
      move 'NOT SIGNED OFF - evidence failed, blocking' to so-text
    else
      if ws-tot-unchecked > 0
        move 'SIGNED OFF - computed evidence honoured, H unchecked'
            to so-text
      else
        move 'SIGNED OFF - every record''s arithmetic honoured'
            to so-text
      end-if
    end-if
    write rpt-line from sign-off-line after advancing 1 line
    move ws-run-yyyy to sg-yyyy
    move ws-run-mon to sg-mon
    move ws-run-dd to sg-dd
    move ws-run-hh to sg-hh
    move ws-run-mm to sg-mm
    move ws-run-ss to sg-ss
    move ws-evidence-name to sg-name
    write rpt-line from signed-line after advancing 1 line
  end-if
  if ws-tot-failed > 0
    display 'EVIDENCE NOT SIGNED OFF: ' ws-tot-failed
        ' FAILURE(S) IN ' ws-tot-records ' RECORD(S)'
  else
    display 'evidence signed off: ' ws-tot-records ' record(s), '
        ws-tot-unchecked ' unchecked'
  end-if.

*>the report is opened before the pass so each failure lands on it as
*>it is found
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
