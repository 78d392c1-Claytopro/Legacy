identification division.
program-id. primegen.

*>synthetic volume-test feed for window rehearsals. the certification
*>deck proves the arithmetic on a few dozen rows, but says nothing
*>about whether a night's worth of mixed candidates still fits the
*>window after a change to the trial division, the screening
*>threshold or the parallel driver's partition bands. this job builds
*>a primes.dat-shape feed of any size and mix, and beside it a
*>manifest of the answer every row must get and the trailer totals
*>the run must end with - the rehearsal comparison (primereh) holds a
*>structured rehearsal run against that manifest.
*>
*>the mix comes from a card of KEYWORD=value lines, the same shape as
*>the check program's control card ('*' comments); every keyword is
*>optional:
*>  ROWS=n            feed rows in all (default 10000, at most 1000000)
*>  SEED=n            starting seed; the same card and seed build the
*>                    same feed byte for byte (default 1)
*>  FEED=name         the feed written (default volume.dat)
*>  MANIFEST=name     the manifest written (default volume.mfs)
*>  BANDS=a,b,c,d     percent of the candidate rows in each magnitude
*>                    band - 1-4, 5-9, 10-14 and 15-18 digits, the
*>                    bands the batch report uses (default 10,30,40,20)
*>  PRIME-PCT=n       percent of each band's candidates that are prime
*>                    (default 30)
*>  HARD-PCT=n        percent of the composites in the two upper bands
*>                    built as the product of two large primes, the
*>                    rows that make the deterministic loop run to its
*>                    square root (default 5)
*>per thousand feed rows:
*>  ZERO-ONE=n        illegal 0 and 1 rows            (default 2)
*>  NONNUMERIC=n      illegal rows that are not numbers (default 3)
*>  NEGATIVE=n        illegal negative rows           (default 2)
*>  BAD-RANGE=n       range rows reversed, too wide or missing a bound
*>                    (default 1)
*>  BAD-CLIENT=n      C rows with no requestor code   (default 1)
*>  RANGES=n          R <low> <high> range rows       (default 2)
*>  CLIENTS=n         C <requestor> control rows      (default 5)
*>  DUPLICATES=n      planted repeats of an earlier candidate
*>                    (default 10)
*>  RANGE-WIDTH=n     values each range row covers (default 1000, at
*>                    most 100000)
*>whatever the per-thousand classes leave over is candidate rows. the
*>answers are the generator's own: a prime is found by trial division
*>and a deterministic Miller-Rabin, a composite by a small factor it
*>was found to carry or the smaller of the two primes it was built
*>from - nothing here shares a code path with the check program.
*>a small band repeats values by chance (there are only 1229 primes
*>of four digits or fewer); those repeats are on the manifest as
*>duplicates like the planted ones, so the expected trailer is still
*>exact.
*>
*>manifest lines (fixed columns, read back by primereh):
*>  H  seed, rows, feed name, date and time built
*>  D  one per feed row: row number, kind (N candidate, R range,
*>     C requestor control, I illegal), expected code (P N E X G),
*>     duplicate mark (D planted, A by chance, - none), timing band,
*>     requestor in force, number (a range's high bound), smallest
*>     factor, a range's low bound and prime count, and the row text
*>  T  expected trailer: read, primes, not primes, illegal, dup
*>severities: 0 built, 16 not built (card or file problem)

environment division.
input-output section.
file-control.
select card-file assign to dynamic ws-card-name
  organization is line sequential
  FILE STATUS card-stat.

select feed-file assign to dynamic ws-feed-name
  organization is line sequential
  FILE STATUS feed-stat.

select manifest-file assign to dynamic ws-manifest-name
  organization is line sequential
  FILE STATUS manifest-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd card-file.
01 card-record.
 05 card-row pic x(100).

fd feed-file.
01 feed-out-record.
 05 feed-info pic x(100).

fd manifest-file.
01 manifest-out-record.
 05 manifest-info pic x(150).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-card-name pic x(30) value 'primegen.ctl'.
77 ws-feed-name pic x(30) value 'volume.dat'.
77 ws-manifest-name pic x(30) value 'volume.mfs'.
77 ws-report-name pic x(30) value 'primegen.out'.
01  card-stat pic xx.
01  feed-stat pic xx.
01  manifest-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-card-bad-flag picture x(1) value 'n'.
  88 card-bad-bool value 'y'.
01 ws-files-open-flag picture x(1) value 'n'.
  88 files-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the mix asked for, defaulted here and overridden by the card
77 ws-sp-rows picture 9(9) value 10000.
77 ws-sp-seed picture 9(10) value 1.
01 ws-sp-band-table.
  02 ws-sp-band-pct picture 9(3) occurs 4 times.
77 ws-sp-prime-pct picture 9(3) value 30.
77 ws-sp-hard-pct picture 9(3) value 5.
77 ws-sp-range-width picture 9(9) value 1000.
*>the per-thousand row classes, in the order the rows are drawn:
*>  1 zero-one   2 nonnumeric   3 negative   4 bad range
*>  5 bad client 6 range        7 client     8 planted duplicate
01 ws-sp-mille-table.
  02 ws-sp-mille picture 9(4) occurs 8 times.
01 ws-class-name-values.
  02 filler picture x(12) value 'ZERO-ONE'.
  02 filler picture x(12) value 'NONNUMERIC'.
  02 filler picture x(12) value 'NEGATIVE'.
  02 filler picture x(12) value 'BAD-RANGE'.
  02 filler picture x(12) value 'BAD-CLIENT'.
  02 filler picture x(12) value 'RANGES'.
  02 filler picture x(12) value 'CLIENTS'.
  02 filler picture x(12) value 'DUPLICATES'.
01 ws-class-name-table redefines ws-class-name-values.
  02 ws-class-name picture x(12) occurs 8 times.
01 ws-class-label-values.
  02 filler picture x(30) value 'zero and one rows:'.
  02 filler picture x(30) value 'non-numeric rows:'.
  02 filler picture x(30) value 'negative rows:'.
  02 filler picture x(30) value 'bad range rows:'.
  02 filler picture x(30) value 'bad requestor rows:'.
  02 filler picture x(30) value 'range rows:'.
  02 filler picture x(30) value 'requestor rows:'.
  02 filler picture x(30) value 'planted repeats:'.
01 ws-class-label-table redefines ws-class-label-values.
  02 ws-class-label picture x(30) occurs 8 times.
77 ws-cls-idx picture 9(2) usage is computational.

*>card-line parsing
77 ws-card-trimmed picture x(100) value spaces.
77 ws-card-key picture x(30) value spaces.
77 ws-card-value picture x(70) value spaces.
77 ws-card-num picture s9(18) usage is computational value 0.
01 ws-card-matched-flag picture x(1) value 'n'.
  88 card-matched-bool value 'y'.
77 ws-band-tok1 picture x(10) value spaces.
77 ws-band-tok2 picture x(10) value spaces.
77 ws-band-tok3 picture x(10) value spaces.
77 ws-band-tok4 picture x(10) value spaces.

*>rows still to be drawn: slot 9 is the candidate rows, 1-8 the
*>per-thousand classes above; the candidates are split again into
*>eight cells, band by band, primes then composites
01 ws-left-table.
  02 ws-cls-left picture 9(9) occurs 9 times.
01 ws-cell-table.
  02 ws-cell-left picture 9(9) occurs 8 times.
  02 ws-cell-made picture 9(9) occurs 8 times.
77 ws-candidates picture 9(9) value 0.
77 ws-band-rows picture 9(9) value 0.
77 ws-band-given picture 9(9) value 0.
77 ws-left-total picture 9(9) value 0.
77 ws-draw-slot picture 9(9) value 0.
77 ws-cell-idx picture 9(2) usage is computational.
77 ws-band-idx picture 9(2) usage is computational.
77 ws-pct-total picture 9(4) value 0.
77 ws-mille-total picture 9(9) value 0.
77 ws-row-seq picture 9(9) value 0.

*>the four magnitude bands' bounds, and the bounds inside which the
*>smaller prime of a hard composite must fall for its product to
*>land in the band
01 ws-band-bound-values.
  02 filler picture 9(18) value 2.
  02 filler picture 9(18) value 9999.
  02 filler picture 9(18) value 10000.
  02 filler picture 9(18) value 999999999.
  02 filler picture 9(18) value 1000000000.
  02 filler picture 9(18) value 99999999999999.
  02 filler picture 9(18) value 100000000000000.
  02 filler picture 9(18) value 999999999999999999.
01 ws-band-bound-table redefines ws-band-bound-values.
  02 ws-band-bound occurs 4 times.
    03 ws-band-lo picture 9(18).
    03 ws-band-hi picture 9(18).
01 ws-hard-bound-values.
  02 filler picture 9(18) value 0.
  02 filler picture 9(18) value 0.
  02 filler picture 9(18) value 0.
  02 filler picture 9(18) value 0.
  02 filler picture 9(18) value 31623.
  02 filler picture 9(18) value 9999999.
  02 filler picture 9(18) value 10000000.
  02 filler picture 9(18) value 999999999.
01 ws-hard-bound-table redefines ws-hard-bound-values.
  02 ws-hard-bound occurs 4 times.
    03 ws-hard-lo picture 9(18).
    03 ws-hard-hi picture 9(18).

*>the park-miller minimal standard generator: the seed is carried
*>from draw to draw, and three draws of six digits make one value
*>up to eighteen digits wide
77 ws-rand-seed picture s9(18) usage is computational value 1.
77 ws-rand-wide picture s9(18) usage is computational value 0.
77 ws-draw-lo picture s9(18) usage is computational value 0.
77 ws-draw-hi picture s9(18) usage is computational value 0.
77 ws-draw picture s9(18) usage is computational value 0.

*>the small primes below 1000, sieved at start: trial division by
*>these finds the factor of nearly every composite drawn
77 ws-sm-max picture 9(4) value 1000.
77 ws-sm-count picture 9(4) value 0.
77 ws-sm-idx picture 9(4) usage is computational.
77 ws-sm-jdx picture 9(4) usage is computational.
01 ws-sm-sieve.
  02 ws-sm-flag picture x(1) occurs 1000 times.
01 ws-sm-table.
  02 ws-sm-prime picture s9(18) usage is computational
      occurs 200 times.

*>one value's primality: pt-prime-bool, and the smallest factor when
*>trial division met one (zero when the value is prime, or when
*>Miller-Rabin alone proved it composite)
77 ws-pt-n picture s9(18) usage is computational value 0.
77 ws-pt-factor picture s9(18) usage is computational value 0.
01 ws-pt-prime-flag picture x(1) value 'n'.
  88 pt-prime-bool value 'y'.
01 ws-pt-done-flag picture x(1) value 'n'.
  88 pt-done-bool value 'y'.
77 ws-pt-bases picture 9(2) value 0.
77 ws-pt-base-idx picture 9(2) usage is computational.

*>Miller-Rabin working fields, d * 2^s = n-1 the textbook way, with
*>products of two 18 digit values split at 10^9 so no intermediate
*>passes 31 digits - the same arithmetic the evidence re-verifier
*>keeps
77 n picture s9(18) usage is computational value 0.
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

*>the candidate in hand and the answer the manifest gives it
77 ws-cand-n picture s9(18) usage is computational value 0.
77 ws-cand-code picture x(1) value space.
77 ws-cand-factor picture s9(18) usage is computational value 0.
77 ws-hard-p picture s9(18) usage is computational value 0.
77 ws-hard-q-lo picture s9(18) usage is computational value 0.
77 ws-hard-q-hi picture s9(18) usage is computational value 0.
01 ws-cand-got-flag picture x(1) value 'n'.
  88 cand-got-bool value 'y'.
77 ws-range-lo picture s9(18) usage is computational value 0.
77 ws-range-hi picture s9(18) usage is computational value 0.
77 ws-range-v picture s9(18) usage is computational value 0.
77 ws-range-primes picture 9(9) value 0.
77 ws-pick picture 9(9) value 0.

*>every distinct candidate value written so far, hashed the way the
*>check program hashes its duplicate table (so the two agree on what
*>is a repeat), and the list planted repeats are drawn from
77 ws-seen-max picture 9(9) value 1000003.
01 ws-seen-table.
  02 ws-seen-entry picture s9(18) usage is computational
      occurs 1000003 times.
77 ws-seen-idx picture 9(9) value 0.
01 ws-seen-found-flag picture x(1) value 'n'.
  88 seen-found-bool value 'y'.
77 ws-made-max picture 9(9) value 1000000.
77 ws-made-count picture 9(9) value 0.
01 ws-made-table.
  02 ws-made-entry occurs 1000000 times.
    03 ws-made-num picture s9(18) usage is computational.
    03 ws-made-code picture x(1).
    03 ws-made-factor picture s9(18) usage is computational.

*>requestor codes the C rows name, and the one in force
01 ws-client-values.
  02 filler picture x(3) value 'CRY'.
  02 filler picture x(3) value 'RSH'.
  02 filler picture x(3) value 'AUD'.
  02 filler picture x(3) value 'OPS'.
  02 filler picture x(3) value 'QAT'.
  02 filler picture x(3) value 'DEV'.
01 ws-client-table redefines ws-client-values.
  02 ws-client-code picture x(3) occurs 6 times.
77 ws-cur-client picture x(3) value '---'.

*>the non-numeric rows, in the shapes real feeds have sent
01 ws-junk-values.
  02 filler picture x(12) value 'abc'.
  02 filler picture x(12) value 'n/a'.
  02 filler picture x(12) value '#value!'.
  02 filler picture x(12) value 'tbd'.
  02 filler picture x(12) value '12,345xyz'.
  02 filler picture x(12) value '7-7'.
01 ws-junk-table redefines ws-junk-values.
  02 ws-junk-text picture x(12) occurs 6 times.

*>the expected trailer, and the counts behind the report
77 ws-exp-read picture 9(9) value 0.
77 ws-exp-prime picture 9(9) value 0.
77 ws-exp-notprime picture 9(9) value 0.
77 ws-exp-illegal picture 9(9) value 0.
77 ws-exp-dup picture 9(9) value 0.
77 ws-tot-planted picture 9(9) value 0.
77 ws-tot-chance picture 9(9) value 0.
77 ws-tot-hard picture 9(9) value 0.
77 ws-tot-range-primes picture 9(9) value 0.
01 ws-class-made-table.
  02 ws-class-made picture 9(9) occurs 8 times.

*>a number as row text: edited, then trimmed onto the row
77 ws-num-edit picture z(17)9.
77 ws-num-edit2 picture z(17)9.
77 ws-row-text picture x(100) value spaces.

01 manifest-head-line.
  02 filler picture x(2) value 'H '.
  02 mh-seed picture 9(10).
  02 filler picture x value space.
  02 mh-rows picture 9(9).
  02 filler picture x value space.
  02 mh-feed picture x(30).
  02 filler picture x value space.
  02 mh-date picture 9(8).
  02 filler picture x value space.
  02 mh-time picture 9(6).
01 manifest-line.
  02 filler picture x(2) value 'D '.
  02 mf-seq picture 9(9).
  02 filler picture x value space.
  02 mf-kind picture x(1).
  02 filler picture x value space.
  02 mf-code picture x(1).
  02 filler picture x value space.
  02 mf-dup picture x(1).
  02 filler picture x value space.
  02 mf-band picture 9(1).
  02 filler picture x value space.
  02 mf-client picture x(3).
  02 filler picture x value space.
  02 mf-num picture 9(18).
  02 filler picture x value space.
  02 mf-factor picture 9(18).
  02 filler picture x value space.
  02 mf-low picture 9(18).
  02 filler picture x value space.
  02 mf-primes picture 9(9).
  02 filler picture x value space.
  02 mf-text picture x(40).
01 manifest-trailer-line.
  02 filler picture x(2) value 'T '.
  02 mt-read picture 9(9).
  02 filler picture x value space.
  02 mt-prime picture 9(9).
  02 filler picture x value space.
  02 mt-notprime picture 9(9).
  02 filler picture x value space.
  02 mt-illegal picture 9(9).
  02 filler picture x value space.
  02 mt-dup picture 9(9).

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
  02 filler picture x(30) value 'volume-test feed generator - '.
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
  02 filler picture x(8) value ' feed:  '.
  02 nm-feed picture x(30).
  02 filler picture x(12) value '  manifest: '.
  02 nm-manifest picture x(30).
  02 filler picture x(8) value '  seed: '.
  02 nm-seed picture z(9)9.
01 band-head-line.
  02 filler picture x(45) value
      ' band            primes   composites'.
01 band-line.
  02 filler picture x(2) value spaces.
  02 bl-label picture x(12).
  02 bl-primes picture z(8)9.
  02 filler picture x(4) value spaces.
  02 bl-composites picture z(8)9.
01 ws-band-label-values.
  02 filler picture x(12) value ' 1-4 digits'.
  02 filler picture x(12) value ' 5-9 digits'.
  02 filler picture x(12) value '10-14 digits'.
  02 filler picture x(12) value '15-18 digits'.
01 ws-band-label-table redefines ws-band-label-values.
  02 ws-band-label picture x(12) occurs 4 times.
*>the trailer the rehearsal run must end with, in the check
*>program's own words
01 expected-trailer-line.
  02 filler picture x(16) value ' expected: read '.
  02 et-read picture z(8)9.
  02 filler picture x(10) value '  primes: '.
  02 et-prime picture z(8)9.
  02 filler picture x(14) value '  not primes: '.
  02 et-notprime picture z(8)9.
  02 filler picture x(11) value '  illegal: '.
  02 et-illegal picture z(8)9.
  02 filler picture x(7) value '  dup: '.
  02 et-dup picture z(8)9.
01 verdict-line.
  02 filler picture x(11) value ' verdict:  '.
  02 vd-code picture 9(2).
  02 filler picture x(3) value ' - '.
  02 vd-text picture x(50).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>card and report names from the command line for a scheduled
  *>rehearsal, or prompted at a terminal, same convention as the
  *>other utilities. a card of NONE builds the default mix
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-card-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-report-name from argument-value
    end-if
  else
    display 'enter generator card filename (default primegen.ctl)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-card-name
    end-if
  end-if.

  move 10 to ws-sp-band-pct(1)
  move 30 to ws-sp-band-pct(2)
  move 40 to ws-sp-band-pct(3)
  move 20 to ws-sp-band-pct(4)
  move 2 to ws-sp-mille(1)
  move 3 to ws-sp-mille(2)
  move 2 to ws-sp-mille(3)
  move 1 to ws-sp-mille(4)
  move 1 to ws-sp-mille(5)
  move 2 to ws-sp-mille(6)
  move 5 to ws-sp-mille(7)
  move 10 to ws-sp-mille(8)
  initialize ws-class-made-table.
  initialize ws-cell-table.

  perform open-report.
  if ws-card-name not = 'NONE'
    perform read-generator-card
  end-if.
  if not card-bad-bool
    perform check-mix
  end-if.

  if card-bad-bool
    move 'generator card refused, nothing built' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform build-feed
  end-if.

  perform write-verdict.
  if report-open-bool
    close report-file
    display 'generator report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

read-generator-card.
  open input card-file
  if card-stat not = "00"
    display 'GENERATOR CARD COULD NOT BE OPENED: ' ws-card-name
    display 'FILE STATUS: ' card-stat
    move 'y' to ws-card-bad-flag
  else
    perform until eof-bool or card-bad-bool
      read card-file
        at end move 'y' to eof
        not at end
          perform process-card-line
      end-read
    end-perform
    close card-file
  end-if.

process-card-line.
  move function trim(card-row) to ws-card-trimmed
  if ws-card-trimmed not = spaces and ws-card-trimmed(1:1) not = '*'
    move spaces to ws-card-key
    move spaces to ws-card-value
    unstring ws-card-trimmed delimited by '='
      into ws-card-key ws-card-value
    end-unstring
    move function upper-case(function trim(ws-card-key))
        to ws-card-key
    move function trim(ws-card-value) to ws-card-value
    perform apply-card-keyword
  end-if.

*>one keyword onto its field. a keyword this job does not know, or a
*>count that is not a count, refuses the whole card - a rehearsal
*>built from a half-read card proves nothing
apply-card-keyword.
  move 'n' to ws-card-matched-flag
  if ws-card-key = 'FEED'
    move ws-card-value(1:30) to ws-feed-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'MANIFEST'
    move ws-card-value(1:30) to ws-manifest-name
    move 'y' to ws-card-matched-flag
  end-if
  if ws-card-key = 'BANDS'
    move 'y' to ws-card-matched-flag
    move spaces to ws-band-tok1
    move spaces to ws-band-tok2
    move spaces to ws-band-tok3
    move spaces to ws-band-tok4
    unstring ws-card-value delimited by ','
      into ws-band-tok1 ws-band-tok2 ws-band-tok3 ws-band-tok4
    end-unstring
    if function test-numval(ws-band-tok1) not = 0
        or function test-numval(ws-band-tok2) not = 0
        or function test-numval(ws-band-tok3) not = 0
        or function test-numval(ws-band-tok4) not = 0
      display 'BANDS NEEDS FOUR PERCENTAGES: ' ws-card-value(1:40)
      move 'y' to ws-card-bad-flag
    else
      compute ws-sp-band-pct(1) = function numval(ws-band-tok1)
      compute ws-sp-band-pct(2) = function numval(ws-band-tok2)
      compute ws-sp-band-pct(3) = function numval(ws-band-tok3)
      compute ws-sp-band-pct(4) = function numval(ws-band-tok4)
    end-if
  end-if
  if not card-matched-bool
    if function test-numval(ws-card-value(1:30)) not = 0
      display 'GENERATOR CARD VALUE IS NOT A NUMBER: '
          function trim(ws-card-key) '=' ws-card-value(1:30)
      move 'y' to ws-card-bad-flag
      move 'y' to ws-card-matched-flag
    else
      compute ws-card-num = function numval(ws-card-value(1:30))
      if ws-card-num < 0
        display 'GENERATOR CARD VALUE IS NEGATIVE: '
            function trim(ws-card-key) '=' ws-card-value(1:30)
        move 'y' to ws-card-bad-flag
        move 'y' to ws-card-matched-flag
      end-if
    end-if
  end-if
  if not card-matched-bool
    if ws-card-key = 'ROWS'
      move ws-card-num to ws-sp-rows
      move 'y' to ws-card-matched-flag
    end-if
    if ws-card-key = 'SEED'
      move ws-card-num to ws-sp-seed
      move 'y' to ws-card-matched-flag
    end-if
    if ws-card-key = 'PRIME-PCT'
      move ws-card-num to ws-sp-prime-pct
      move 'y' to ws-card-matched-flag
    end-if
    if ws-card-key = 'HARD-PCT'
      move ws-card-num to ws-sp-hard-pct
      move 'y' to ws-card-matched-flag
    end-if
    if ws-card-key = 'RANGE-WIDTH'
      move ws-card-num to ws-sp-range-width
      move 'y' to ws-card-matched-flag
    end-if
    move 0 to ws-cls-idx
    perform until ws-cls-idx >= 8 or card-matched-bool
      add 1 to ws-cls-idx
      if ws-card-key = ws-class-name(ws-cls-idx)
        move ws-card-num to ws-sp-mille(ws-cls-idx)
        move 'y' to ws-card-matched-flag
      end-if
    end-perform
  end-if
  if not card-matched-bool
    display 'UNKNOWN GENERATOR CARD KEYWORD: ' function trim(ws-card-key)
    move 'y' to ws-card-bad-flag
  end-if.

*>the mix has to add up before a row is drawn: the per-thousand
*>classes cannot take more rows than there are, the bands have to
*>share out the whole of the candidates, and a planted repeat needs
*>at least one candidate to repeat
check-mix.
  if ws-sp-rows < 1 or ws-sp-rows > ws-made-max
    display 'ROWS MUST BE 1 TO ' ws-made-max
    move 'y' to ws-card-bad-flag
  end-if
  if ws-sp-seed < 1 or ws-sp-seed > 2147483646
    display 'SEED MUST BE 1 TO 2147483646'
    move 'y' to ws-card-bad-flag
  end-if
  if ws-sp-prime-pct > 100 or ws-sp-hard-pct > 100
    display 'PRIME-PCT AND HARD-PCT ARE PERCENTAGES (0 TO 100)'
    move 'y' to ws-card-bad-flag
  end-if
  if ws-sp-range-width < 1 or ws-sp-range-width > 100000
    display 'RANGE-WIDTH MUST BE 1 TO 100000'
    move 'y' to ws-card-bad-flag
  end-if
  compute ws-pct-total = ws-sp-band-pct(1) + ws-sp-band-pct(2)
      + ws-sp-band-pct(3) + ws-sp-band-pct(4)
  if ws-pct-total not = 100
    display 'BANDS MUST ADD UP TO 100, NOT ' ws-pct-total
    move 'y' to ws-card-bad-flag
  end-if
  move 0 to ws-mille-total
  move 0 to ws-cls-idx
  perform until ws-cls-idx >= 8
    add 1 to ws-cls-idx
    compute ws-cls-left(ws-cls-idx) =
        ws-sp-rows * ws-sp-mille(ws-cls-idx) / 1000
    add ws-cls-left(ws-cls-idx) to ws-mille-total
  end-perform
  if ws-mille-total > ws-sp-rows
    display 'PER-THOUSAND CLASSES ASK FOR ' ws-mille-total
        ' OF ' ws-sp-rows ' ROWS'
    move 'y' to ws-card-bad-flag
  else
    compute ws-candidates = ws-sp-rows - ws-mille-total
    move ws-candidates to ws-cls-left(9)
    if ws-cls-left(8) > 0 and ws-candidates = 0
      display 'DUPLICATES NEED CANDIDATE ROWS TO REPEAT'
      move 'y' to ws-card-bad-flag
    end-if
  end-if
  *>each band's share of the candidates (the last band takes what
  *>rounding leaves), then each band's share of primes
  if not card-bad-bool
    move 0 to ws-band-given
    move 0 to ws-band-idx
    perform until ws-band-idx >= 4
      add 1 to ws-band-idx
      if ws-band-idx = 4
        compute ws-band-rows = ws-candidates - ws-band-given
      else
        compute ws-band-rows =
            ws-candidates * ws-sp-band-pct(ws-band-idx) / 100
      end-if
      add ws-band-rows to ws-band-given
      compute ws-cell-idx = ws-band-idx * 2 - 1
      compute ws-cell-left(ws-cell-idx) =
          ws-band-rows * ws-sp-prime-pct / 100
      compute ws-cell-left(ws-cell-idx + 1) =
          ws-band-rows - ws-cell-left(ws-cell-idx)
    end-perform
  end-if.

*>the feed and its manifest, row by row: each row's class is drawn
*>from the rows each class still has to give, so the totals come out
*>exactly as asked and the classes arrive shuffled together
build-feed.
  move ws-sp-seed to ws-rand-seed
  perform build-small-primes
  perform open-outputs
  if files-open-bool
    move ws-sp-seed to mh-seed
    move ws-sp-rows to mh-rows
    move ws-feed-name to mh-feed
    move ws-run-date-group to mh-date
    move ws-run-time-group(1:6) to mh-time
    write manifest-out-record from manifest-head-line
    move 0 to ws-row-seq
    perform until ws-row-seq >= ws-sp-rows
      add 1 to ws-row-seq
      perform draw-row-class
      perform build-one-row
    end-perform
    move ws-sp-rows to ws-exp-read
    move ws-exp-read to mt-read
    move ws-exp-prime to mt-prime
    move ws-exp-notprime to mt-notprime
    move ws-exp-illegal to mt-illegal
    move ws-exp-dup to mt-dup
    write manifest-out-record from manifest-trailer-line
    close feed-file
    close manifest-file
    perform write-summary
  end-if.

open-outputs.
  open output feed-file
  if feed-stat not = "00"
    display 'FEED COULD NOT BE OPENED: ' ws-feed-name
    display 'FILE STATUS: ' feed-stat
    move 'feed would not open, nothing built' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    open output manifest-file
    if manifest-stat not = "00"
      display 'MANIFEST COULD NOT BE OPENED: ' ws-manifest-name
      display 'FILE STATUS: ' manifest-stat
      move 'manifest would not open, nothing built' to nl-text
      perform write-note-line
      move 16 to ws-severity
      close feed-file
    else
      move 'y' to ws-files-open-flag
    end-if
  end-if.

*>a planted repeat is only drawn once there is a candidate to repeat
draw-row-class.
  move 0 to ws-left-total
  move 0 to ws-cls-idx
  perform until ws-cls-idx >= 9
    add 1 to ws-cls-idx
    if ws-cls-idx not = 8 or ws-made-count > 0
      add ws-cls-left(ws-cls-idx) to ws-left-total
    end-if
  end-perform
  move 1 to ws-draw-lo
  move ws-left-total to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-draw-slot
  move 0 to ws-cls-idx
  perform until ws-draw-slot = 0
    add 1 to ws-cls-idx
    if ws-cls-idx not = 8 or ws-made-count > 0
      if ws-draw-slot <= ws-cls-left(ws-cls-idx)
        move 0 to ws-draw-slot
      else
        subtract ws-cls-left(ws-cls-idx) from ws-draw-slot
      end-if
    end-if
  end-perform
  subtract 1 from ws-cls-left(ws-cls-idx).

build-one-row.
  move spaces to ws-row-text
  move ws-row-seq to mf-seq
  move space to mf-code
  move '-' to mf-dup
  move 1 to mf-band
  move 0 to mf-num
  move 0 to mf-factor
  move 0 to mf-low
  move 0 to mf-primes
  if ws-cls-idx = 9
    perform make-candidate-row
  else
    add 1 to ws-class-made(ws-cls-idx)
    evaluate ws-cls-idx
      when 1 perform make-zero-one-row
      when 2 perform make-nonnumeric-row
      when 3 perform make-negative-row
      when 4 perform make-bad-range-row
      when 5 perform make-bad-client-row
      when 6 perform make-range-row
      when 7 perform make-client-row
      when 8 perform make-planted-row
    end-evaluate
  end-if
  move ws-cur-client to mf-client
  move ws-row-text(1:40) to mf-text
  write feed-out-record from ws-row-text
  write manifest-out-record from manifest-line.

*>a fresh candidate from whichever band-and-kind cell the draw lands
*>in; a value already written is a repeat by chance, and the check
*>program will call it one
make-candidate-row.
  move 0 to ws-left-total
  move 0 to ws-cell-idx
  perform until ws-cell-idx >= 8
    add 1 to ws-cell-idx
    add ws-cell-left(ws-cell-idx) to ws-left-total
  end-perform
  move 1 to ws-draw-lo
  move ws-left-total to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-draw-slot
  move 0 to ws-cell-idx
  perform until ws-draw-slot = 0
    add 1 to ws-cell-idx
    if ws-draw-slot <= ws-cell-left(ws-cell-idx)
      move 0 to ws-draw-slot
    else
      subtract ws-cell-left(ws-cell-idx) from ws-draw-slot
    end-if
  end-perform
  subtract 1 from ws-cell-left(ws-cell-idx)
  add 1 to ws-cell-made(ws-cell-idx)
  compute ws-band-idx = (ws-cell-idx + 1) / 2
  if function mod(ws-cell-idx, 2) = 1
    perform make-prime
  else
    perform make-composite
  end-if
  move 'N' to mf-kind
  perform note-candidate
  if seen-found-bool
    move 'A' to mf-dup
    add 1 to ws-tot-chance
    add 1 to ws-exp-dup
  else
    if ws-made-count < ws-made-max
      add 1 to ws-made-count
      move ws-cand-n to ws-made-num(ws-made-count)
      move ws-cand-code to ws-made-code(ws-made-count)
      move ws-cand-factor to ws-made-factor(ws-made-count)
    end-if
  end-if.

*>a repeat of a candidate already written, picked at random from all
*>of them
make-planted-row.
  move 1 to ws-draw-lo
  move ws-made-count to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-pick
  move ws-made-num(ws-pick) to ws-cand-n
  move ws-made-code(ws-pick) to ws-cand-code
  move ws-made-factor(ws-pick) to ws-cand-factor
  move 'N' to mf-kind
  perform note-candidate
  move 'D' to mf-dup
  add 1 to ws-tot-planted
  add 1 to ws-exp-dup.

*>the candidate in hand onto its row and manifest line, counted into
*>the trailer it will show under, and looked up among the values
*>already written
note-candidate.
  move ws-cand-n to ws-num-edit
  move function trim(ws-num-edit) to ws-row-text
  move ws-cand-code to mf-code
  move ws-cand-n to mf-num
  move ws-cand-factor to mf-factor
  move ws-cand-n to n
  perform compute-band
  move ws-band-idx to mf-band
  if ws-cand-code = 'P'
    add 1 to ws-exp-prime
  else
    add 1 to ws-exp-notprime
  end-if
  perform look-up-seen.

*>open-addressed hash of the values written, probed the way the
*>check program probes its own
look-up-seen.
  move 'n' to ws-seen-found-flag
  compute ws-seen-idx = function mod(ws-cand-n, ws-seen-max) + 1
  perform until seen-found-bool or ws-seen-entry(ws-seen-idx) = 0
    if ws-seen-entry(ws-seen-idx) = ws-cand-n
      move 'y' to ws-seen-found-flag
    else
      add 1 to ws-seen-idx
      if ws-seen-idx > ws-seen-max
        move 1 to ws-seen-idx
      end-if
    end-if
  end-perform
  if not seen-found-bool
    move ws-cand-n to ws-seen-entry(ws-seen-idx)
  end-if.

*>a prime in the band: the first prime at or above a drawn value,
*>drawn again when that runs past the top of the band
make-prime.
  move 'n' to ws-cand-got-flag
  perform until cand-got-bool
    move ws-band-lo(ws-band-idx) to ws-draw-lo
    move ws-band-hi(ws-band-idx) to ws-draw-hi
    perform draw-in-span
    move ws-draw to ws-pt-n
    perform next-prime
    if ws-pt-n <= ws-band-hi(ws-band-idx)
      move 'y' to ws-cand-got-flag
    end-if
  end-perform
  move ws-pt-n to ws-cand-n
  move 'P' to ws-cand-code
  move 0 to ws-cand-factor.

*>a composite in the band. most are drawn values with a small factor
*>to show for it; a drawn value with none below 1000 is drawn again,
*>since its smallest factor would cost what this job exists to
*>avoid. in the two upper bands a share are hard: two primes near
*>the band's square root, the smaller being the factor
make-composite.
  move 'n' to ws-cand-got-flag
  if ws-band-idx >= 3 and ws-sp-hard-pct > 0
    move 1 to ws-draw-lo
    move 100 to ws-draw-hi
    perform draw-in-span
    if ws-draw <= ws-sp-hard-pct
      perform make-hard-composite
    end-if
  end-if
  perform until cand-got-bool
    move ws-band-lo(ws-band-idx) to ws-draw-lo
    move ws-band-hi(ws-band-idx) to ws-draw-hi
    perform draw-in-span
    move ws-draw to ws-pt-n
    perform trial-small-primes
    if ws-pt-factor > 0 and ws-pt-factor < ws-pt-n
      move 'y' to ws-cand-got-flag
      move ws-pt-n to ws-cand-n
      move ws-pt-factor to ws-cand-factor
    end-if
  end-perform
  move 'N' to ws-cand-code.

make-hard-composite.
  perform until cand-got-bool
    move ws-hard-lo(ws-band-idx) to ws-draw-lo
    move ws-hard-hi(ws-band-idx) to ws-draw-hi
    perform draw-in-span
    move ws-draw to ws-pt-n
    perform next-prime
    move ws-pt-n to ws-hard-p
    if ws-hard-p <= ws-hard-hi(ws-band-idx)
      compute ws-hard-q-lo = (ws-band-lo(ws-band-idx) + ws-hard-p - 1)
          / ws-hard-p
      if ws-hard-q-lo < ws-hard-p
        move ws-hard-p to ws-hard-q-lo
      end-if
      compute ws-hard-q-hi = ws-band-hi(ws-band-idx) / ws-hard-p
      if ws-hard-q-lo <= ws-hard-q-hi
        move ws-hard-q-lo to ws-draw-lo
        move ws-hard-q-hi to ws-draw-hi
        perform draw-in-span
        move ws-draw to ws-pt-n
        perform next-prime
        if ws-pt-n <= ws-hard-q-hi
          move 'y' to ws-cand-got-flag
          compute ws-cand-n = ws-hard-p * ws-pt-n
          move ws-hard-p to ws-cand-factor
          add 1 to ws-tot-hard
        end-if
      end-if
    end-if
  end-perform.

*>E rows: zero and one are neither prime nor composite
make-zero-one-row.
  move 0 to ws-draw-lo
  move 1 to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-num-edit
  move function trim(ws-num-edit) to ws-row-text
  move 'I' to mf-kind
  move 'E' to mf-code
  move ws-draw to mf-num
  add 1 to ws-exp-illegal.

make-nonnumeric-row.
  move 1 to ws-draw-lo
  move 6 to ws-draw-hi
  perform draw-in-span
  move ws-junk-text(ws-draw) to ws-row-text
  move 'I' to mf-kind
  move 'X' to mf-code
  add 1 to ws-exp-illegal.

make-negative-row.
  move 1 to ws-draw-lo
  move 999999999 to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-num-edit
  string '-' function trim(ws-num-edit) delimited by size
    into ws-row-text
  end-string
  move 'I' to mf-kind
  move 'G' to mf-code
  move ws-draw to mf-num
  add 1 to ws-exp-illegal.

*>the three ways a range row goes wrong: its bounds reversed, wider
*>than the check program will enumerate, or one bound missing
make-bad-range-row.
  move 1000 to ws-draw-lo
  move 999999999 to ws-draw-hi
  perform draw-in-span
  move ws-draw to ws-range-lo
  move 1 to ws-draw-lo
  move 3 to ws-draw-hi
  perform draw-in-span
  evaluate ws-draw
    when 1
      compute ws-range-hi = ws-range-lo - 500
      move ws-range-lo to ws-num-edit
      move ws-range-hi to ws-num-edit2
      string 'R ' function trim(ws-num-edit) ' '
          function trim(ws-num-edit2) delimited by size
        into ws-row-text
      end-string
    when 2
      compute ws-range-hi = ws-range-lo + 200000000
      move ws-range-lo to ws-num-edit
      move ws-range-hi to ws-num-edit2
      string 'R ' function trim(ws-num-edit) ' '
          function trim(ws-num-edit2) delimited by size
        into ws-row-text
      end-string
    when other
      move ws-range-lo to ws-num-edit
      string 'R ' function trim(ws-num-edit) delimited by size
        into ws-row-text
      end-string
  end-evaluate
  move 'I' to mf-kind
  move 'X' to mf-code
  add 1 to ws-exp-illegal.

make-bad-client-row.
  move 'C' to ws-row-text
  move 'I' to mf-kind
  move 'X' to mf-code
  add 1 to ws-exp-illegal.

*>a range row under the screening threshold, its primes counted
*>here one value at a time - every one of them is a prime row on the
*>rehearsal's output and a prime on its trailer
make-range-row.
  move 2 to ws-draw-lo
  compute ws-draw-hi = 999999999 - ws-sp-range-width
  perform draw-in-span
  move ws-draw to ws-range-lo
  compute ws-range-hi = ws-range-lo + ws-sp-range-width - 1
  move 0 to ws-range-primes
  move ws-range-lo to ws-range-v
  perform until ws-range-v > ws-range-hi
    move ws-range-v to ws-pt-n
    perform test-prime
    if pt-prime-bool
      add 1 to ws-range-primes
    end-if
    add 1 to ws-range-v
  end-perform
  move ws-range-lo to ws-num-edit
  move ws-range-hi to ws-num-edit2
  string 'R ' function trim(ws-num-edit) ' '
      function trim(ws-num-edit2) delimited by size
    into ws-row-text
  end-string
  move 'R' to mf-kind
  move ws-range-hi to mf-num
  move ws-range-lo to mf-low
  move ws-range-primes to mf-primes
  move ws-range-hi to n
  perform compute-band
  move ws-band-idx to mf-band
  add ws-range-primes to ws-exp-prime
  add ws-range-primes to ws-tot-range-primes.

make-client-row.
  move 1 to ws-draw-lo
  move 6 to ws-draw-hi
  perform draw-in-span
  move ws-client-code(ws-draw) to ws-cur-client
  string 'C ' ws-cur-client delimited by size
    into ws-row-text
  end-string
  move 'C' to mf-kind.

*>the timing band a row is booked to, the check program's digit
*>bands: 1 for 1-4 digits, 2 for 5-9, 3 for 10-14, 4 for 15-18
compute-band.
  if n < 10000
    move 1 to ws-band-idx
  else
    if n < 1000000000
      move 2 to ws-band-idx
    else
      if n < 100000000000000
        move 3 to ws-band-idx
      else
        move 4 to ws-band-idx
      end-if
    end-if
  end-if.

*>ws-draw, uniformly from ws-draw-lo through ws-draw-hi
draw-in-span.
  perform next-random
  compute ws-rand-wide = function mod(ws-rand-seed, 1000000)
  perform next-random
  compute ws-rand-wide = ws-rand-wide * 1000000
      + function mod(ws-rand-seed, 1000000)
  perform next-random
  compute ws-rand-wide = ws-rand-wide * 1000000
      + function mod(ws-rand-seed, 1000000)
  compute ws-draw = ws-draw-lo
      + function mod(ws-rand-wide, ws-draw-hi - ws-draw-lo + 1).

next-random.
  compute ws-rand-seed = function mod(ws-rand-seed * 16807, 2147483647).

*>the primes below 1000, by the sieve of eratosthenes
build-small-primes.
  move all 'y' to ws-sm-sieve
  move 'n' to ws-sm-flag(1)
  move 2 to ws-sm-idx
  perform until ws-sm-idx * ws-sm-idx > ws-sm-max
    if ws-sm-flag(ws-sm-idx) = 'y'
      compute ws-sm-jdx = ws-sm-idx * ws-sm-idx
      perform until ws-sm-jdx > ws-sm-max
        move 'n' to ws-sm-flag(ws-sm-jdx)
        add ws-sm-idx to ws-sm-jdx
      end-perform
    end-if
    add 1 to ws-sm-idx
  end-perform
  move 0 to ws-sm-count
  move 0 to ws-sm-idx
  perform until ws-sm-idx >= ws-sm-max
    add 1 to ws-sm-idx
    if ws-sm-flag(ws-sm-idx) = 'y'
      add 1 to ws-sm-count
      move ws-sm-idx to ws-sm-prime(ws-sm-count)
    end-if
  end-perform.

*>the first prime at or above ws-pt-n, left in ws-pt-n
next-prime.
  if ws-pt-n <= 2
    move 2 to ws-pt-n
  else
    if function mod(ws-pt-n, 2) = 0
      add 1 to ws-pt-n
    end-if
    perform test-prime
    perform until pt-prime-bool
      add 2 to ws-pt-n
      perform test-prime
    end-perform
  end-if.

*>trial division by the small primes, as far as the square root or
*>the end of the table: ws-pt-factor is the smallest factor met,
*>pt-done-bool says the division alone settled the question
trial-small-primes.
  move 0 to ws-pt-factor
  move 'n' to ws-pt-prime-flag
  move 'n' to ws-pt-done-flag
  if ws-pt-n < 2
    move 'y' to ws-pt-done-flag
  end-if
  move 0 to ws-sm-idx
  perform until pt-done-bool or ws-sm-idx >= ws-sm-count
    add 1 to ws-sm-idx
    if ws-sm-prime(ws-sm-idx) * ws-sm-prime(ws-sm-idx) > ws-pt-n
      move 'y' to ws-pt-prime-flag
      move 'y' to ws-pt-done-flag
    else
      if function mod(ws-pt-n, ws-sm-prime(ws-sm-idx)) = 0
        move ws-sm-prime(ws-sm-idx) to ws-pt-factor
        move 'y' to ws-pt-done-flag
      end-if
    end-if
  end-perform.

*>trial division first, then Miller-Rabin with the bases that make
*>it deterministic at the value's size: 2, 3, 5 and 7 below
*>3,215,031,751, the first nine primes through 3.8 x 10^18
test-prime.
  perform trial-small-primes
  if not pt-done-bool
    if ws-pt-n < 3215031751
      move 4 to ws-pt-bases
    else
      move 9 to ws-pt-bases
    end-if
    move ws-pt-n to n
    move 'y' to ws-pt-prime-flag
    move 0 to ws-pt-base-idx
    perform until ws-pt-base-idx >= ws-pt-bases or not pt-prime-bool
      add 1 to ws-pt-base-idx
      move ws-sm-prime(ws-pt-base-idx) to ws-wt-base
      perform witness-test
      if mr-composite-bool
        move 'n' to ws-pt-prime-flag
      end-if
    end-perform
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

write-summary.
  move ws-feed-name to nm-feed
  move ws-manifest-name to nm-manifest
  move ws-sp-seed to nm-seed
  if report-open-bool
    write rpt-line from names-line after advancing 1 line
  end-if
  perform write-blank-line
  move 'feed rows:' to cn-label
  move ws-sp-rows to cn-count
  perform write-count-line
  move 'candidate rows:' to cn-label
  move ws-candidates to cn-count
  perform write-count-line
  move 0 to ws-cls-idx
  perform until ws-cls-idx >= 8
    add 1 to ws-cls-idx
    move ws-class-label(ws-cls-idx) to cn-label
    move ws-class-made(ws-cls-idx) to cn-count
    perform write-count-line
  end-perform
  perform write-blank-line
  if report-open-bool
    write rpt-line from band-head-line after advancing 1 line
  end-if
  move 0 to ws-band-idx
  perform until ws-band-idx >= 4
    add 1 to ws-band-idx
    move ws-band-label(ws-band-idx) to bl-label
    move ws-cell-made(ws-band-idx * 2 - 1) to bl-primes
    move ws-cell-made(ws-band-idx * 2) to bl-composites
    if report-open-bool
      write rpt-line from band-line after advancing 1 line
    end-if
  end-perform
  move 'hard composites:' to cn-label
  move ws-tot-hard to cn-count
  perform write-count-line
  move 'primes inside range rows:' to cn-label
  move ws-tot-range-primes to cn-count
  perform write-count-line
  move 'repeats by chance:' to cn-label
  move ws-tot-chance to cn-count
  perform write-count-line
  perform write-blank-line
  move ws-exp-read to et-read
  move ws-exp-prime to et-prime
  move ws-exp-notprime to et-notprime
  move ws-exp-illegal to et-illegal
  move ws-exp-dup to et-dup
  if report-open-bool
    write rpt-line from expected-trailer-line after advancing 1 line
  end-if
  if ws-tot-chance > 0
    move 'repeats by chance are on the manifest and in the dup total'
        to nl-text
    perform write-note-line
  end-if
  display 'feed ' function trim(ws-feed-name) ' built: ' ws-sp-rows
      ' row(s), manifest ' function trim(ws-manifest-name).

write-verdict.
  move ws-severity to vd-code
  if ws-severity = 0
    move 'FEED BUILT' to vd-text
  else
    move 'NOT BUILT' to vd-text
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
