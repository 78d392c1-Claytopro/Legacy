identification division.
program-id. primeclu.

*>shared-factor cluster report for the crypto evaluation team. the
*>master keeps the smallest factor of every composite it has ever
*>verified, and two candidates from different submissions that share
*>a prime factor are the mark of a bad key generator on the team's
*>side - which is the question they actually bring us. this job
*>walks verified.mst, groups the composite ('N') records by factor,
*>and lists every factor two or more candidates share: each
*>candidate with its first-seen date, and under it every run that
*>submitted it (stamp, requestor code, input file) from the
*>run-history log. a factor floor on the command line keeps the
*>small-factor noise off the report when the team only cares about
*>key-sized factors (default 2, every factor). the clusters found are
*>kept in a snapshot file for the next report run to compare with,
*>so a new cluster, or one that picked up members, is flagged the
*>week it appears

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-name
  organization is indexed
  access is dynamic
  record key is master-num
  FILE STATUS master-stat.

select history-file assign to dynamic ws-history-name
  organization is indexed
  access is dynamic
  record key is hf-key
  alternate record key is hf-stamp with duplicates
  alternate record key is hf-in-name with duplicates
  alternate record key is hf-client with duplicates
  FILE STATUS history-stat.

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

*>one line per cluster the last report found: the factor and how
*>many candidates shared it
fd snapshot-file.
01 snapshot-record.
 05 snap-factor picture 9(18).
 05 filler picture x(1).
 05 snap-count picture 9(9).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-snapshot-name pic x(30) value 'primeclu.dat'.
77 ws-report-name pic x(30) value 'primeclu.out'.
01  master-stat pic xx.
01  history-stat pic xx.
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
77 ws-factor-floor picture 9(18) value 2.

*>every composite on or above the floor, in key order off the master
*>and then shell-sorted into factor order so a cluster is a run of
*>equal factors. each entry carries the head and tail of its chain of
*>history hits. past ws-nm-max the rest of the master is not examined:
*>the report then covers only the low end of the key range, says so in
*>its body, fails the run and leaves the last full snapshot in place
77 ws-nm-max picture 9(6) value 200000.
01 ws-nm-table.
  02 ws-nm-count picture 9(6) value 0.
  02 ws-nm-entry occurs 200000 times.
    03 ws-nm-num picture s9(18) usage is computational.
    03 ws-nm-factor picture s9(18) usage is computational.
    03 ws-nm-first-date picture 9(8).
    03 ws-nm-first-hit picture 9(6) usage is computational.
    03 ws-nm-last-hit picture 9(6) usage is computational.
01 ws-nm-full-flag picture x(1) value 'n'.
  88 nm-full-bool value 'y'.
77 ws-nm-idx picture 9(6) usage is computational.

*>the clusters: factor, where its members start in the sorted
*>table, how many, and how many the last report found
77 ws-cl-max picture 9(6) value 50000.
01 ws-cl-table.
  02 ws-cl-count picture 9(6) value 0.
  02 ws-cl-entry occurs 50000 times.
    03 ws-cl-factor picture s9(18) usage is computational.
    03 ws-cl-start picture 9(6) usage is computational.
    03 ws-cl-size picture 9(6) usage is computational.
    03 ws-cl-prior picture 9(9).
01 ws-cl-full-flag picture x(1) value 'n'.
  88 cl-full-bool value 'y'.
77 ws-cl-idx picture 9(6) usage is computational.
77 ws-cl-end picture 9(6) usage is computational.

*>cluster members by number, so a history line's number can be
*>found by binary search: each slot points into the sorted table
01 ws-ix-table.
  02 ws-ix-count picture 9(6) value 0.
  02 ws-ix-entry occurs 200000 times.
    03 ws-ix-nm picture 9(6) usage is computational.
77 ws-ix-temp picture 9(6) usage is computational.

*>history hits for cluster members, chained per member in file order
77 ws-hit-max picture 9(6) value 100000.
01 ws-hit-table.
  02 ws-hit-count picture 9(6) value 0.
  02 ws-hit-entry occurs 100000 times.
    03 ws-hit-stamp picture x(19).
    03 ws-hit-client picture x(3).
    03 ws-hit-in-name picture x(30).
    03 ws-hit-next picture 9(6) usage is computational.
01 ws-hit-full-flag picture x(1) value 'n'.
  88 hit-full-bool value 'y'.
77 ws-hit-idx picture 9(6) usage is computational.

*>the last report's clusters, in the factor order it wrote them
77 ws-pr-max picture 9(6) value 50000.
01 ws-pr-table.
  02 ws-pr-count picture 9(6) value 0.
  02 ws-pr-entry occurs 50000 times.
    03 ws-pr-factor picture s9(18) usage is computational.
    03 ws-pr-size picture 9(9).

*>shell-sort working fields (3h+1 gap sequence), plus a whole-entry
*>temp for the swap
77 ws-sort-h picture 9(6) usage is computational.
77 ws-sort-i picture 9(6) usage is computational.
77 ws-sort-j picture 9(6) usage is computational.
01 ws-sort-temp.
  02 ws-temp-num picture s9(18) usage is computational.
  02 ws-temp-factor picture s9(18) usage is computational.
  02 filler picture 9(8).
  02 filler picture 9(6) usage is computational.
  02 filler picture 9(6) usage is computational.
01 ws-sort-move-flag picture x(1) value 'n'.
  88 sort-move-bool value 'y'.

*>binary search state (the prior snapshot)
77 ws-bs-lo picture s9(6) usage is computational.
77 ws-bs-hi picture s9(6) usage is computational.
77 ws-bs-mid picture s9(6) usage is computational.
77 ws-bs-found picture s9(6) usage is computational.
*>the member the history is being read for, by its place in the
*>sorted index and its slot in the composite table, and its number
*>in the history key's own shape
77 ws-ix-idx picture 9(6) usage is computational.
77 ws-cur-member picture s9(6) usage is computational.
01 ws-hist-want-n picture 9(18) value 0.
01 ws-hist-want redefines ws-hist-want-n picture x(18).

*>mirror of the history-line layout the check program files in
*>verified.hst, fields taken as text
01 ws-hist-rec.
  02 ws-hist-num picture x(18).
  02 filler picture x.
  02 ws-hist-stamp picture x(19).
  02 filler picture x(3).
  02 ws-hist-in-name picture x(30).
  02 filler picture x(3).
  02 ws-hist-result picture x(1).
  02 filler picture x.
  02 ws-hist-factor picture x(18).
  02 filler picture x(3).
  02 ws-hist-client picture x(3).

77 ws-prior-edit picture z(8)9.
77 ws-tot-composites picture 9(9) value 0.
77 ws-tot-not-examined picture 9(9) value 0.
77 ws-tot-clusters picture 9(9) value 0.
77 ws-tot-members picture 9(9) value 0.
77 ws-tot-new picture 9(9) value 0.
77 ws-tot-grown picture 9(9) value 0.
77 ws-tot-hist-rows picture 9(9) value 0.

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
  02 filler picture x(30) value 'shared-factor cluster report -'.
  02 filler picture x value space.
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
01 cluster-line.
  02 filler picture x(9) value ' factor: '.
  02 cl-out-factor picture z(17)9.
  02 filler picture x(15) value '  candidates: '.
  02 cl-out-size picture z(5)9.
  02 filler picture x(2) value spaces.
  02 cl-out-flag picture x(30).
01 member-line.
  02 filler picture x(4) value spaces.
  02 mb-out-num picture z(17)9.
  02 filler picture x(14) value '  first seen: '.
  02 mb-out-yyyy picture 9999.
  02 filler picture x value '/'.
  02 mb-out-mon picture 99.
  02 filler picture x value '/'.
  02 mb-out-dd picture 99.
01 run-line.
  02 filler picture x(10) value spaces.
  02 filler picture x(5) value 'run  '.
  02 rn-out-stamp picture x(19).
  02 filler picture x(13) value '  requestor  '.
  02 rn-out-client picture x(3).
  02 filler picture x(2) value spaces.
  02 rn-out-in-name picture x(30).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>names and the factor floor from the command line for a scheduled
  *>run, or prompted at a terminal, same convention as the other
  *>utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-master-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-history-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-snapshot-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-arg-buffer from argument-value
      compute ws-factor-floor = function numval(ws-arg-buffer)
    end-if
  else
    display 'enter master filename (default verified.mst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-master-name
    end-if
    display 'enter history filename (default verified.hst)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-history-name
    end-if
    display 'smallest factor worth reporting (default 2)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      compute ws-factor-floor = function numval(ws-arg-buffer)
    end-if
  end-if.

  perform open-report.
  perform load-composites.
  if ws-severity < 16
    perform sort-composites
    perform find-clusters
    perform index-members
    perform sort-member-index
    perform scan-history
    perform load-prior-snapshot
    perform write-clusters
    if not nm-full-bool
      perform write-snapshot
    end-if
    perform write-summary
  end-if.

  if report-open-bool
    close report-file
    display 'cluster report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>every composite record on or above the floor, in key order
load-composites.
  open input master-file
  if master-stat not = "00"
    display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
    display 'FILE STATUS: ' master-stat
    move 'results master would not open, nothing reported' to nl-text
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
        not at end
          if master-result = 'N' and master-factor >= ws-factor-floor
            add 1 to ws-tot-composites
            if ws-nm-count >= ws-nm-max
              move 'y' to ws-nm-full-flag
            else
              add 1 to ws-nm-count
              move master-num to ws-nm-num(ws-nm-count)
              move master-factor to ws-nm-factor(ws-nm-count)
              move master-first-date to ws-nm-first-date(ws-nm-count)
              move 0 to ws-nm-first-hit(ws-nm-count)
              move 0 to ws-nm-last-hit(ws-nm-count)
            end-if
          end-if
      end-read
    end-perform
    close master-file
    if nm-full-bool
      compute ws-tot-not-examined = ws-tot-composites - ws-nm-count
      perform write-incomplete-line
      move spaces to nl-text
      string 'more composites than the ' ws-nm-max
          ' the report holds - raise the floor'
        delimited by size into nl-text
      end-string
      perform write-note-line
      move 'clusters below cover only the numbers examined, lowest'
          & ' first' to nl-text
      perform write-note-line
      move 8 to ws-severity
    end-if
  end-if.

*>shell sort (3h+1 gaps) into factor order, number order within a
*>factor, whole entries moved through the group temp
sort-composites.
  move 1 to ws-sort-h
  perform until ws-sort-h > ws-nm-count / 3
    compute ws-sort-h = ws-sort-h * 3 + 1
  end-perform
  perform until ws-sort-h < 1
    move ws-sort-h to ws-sort-i
    perform until ws-sort-i >= ws-nm-count
      add 1 to ws-sort-i
      move ws-nm-entry(ws-sort-i) to ws-sort-temp
      move ws-sort-i to ws-sort-j
      move 'y' to ws-sort-move-flag
      perform until ws-sort-j <= ws-sort-h or not sort-move-bool
        if ws-nm-factor(ws-sort-j - ws-sort-h) > ws-temp-factor
            or (ws-nm-factor(ws-sort-j - ws-sort-h) = ws-temp-factor
            and ws-nm-num(ws-sort-j - ws-sort-h) > ws-temp-num)
          move ws-nm-entry(ws-sort-j - ws-sort-h)
              to ws-nm-entry(ws-sort-j)
          subtract ws-sort-h from ws-sort-j
        else
          move 'n' to ws-sort-move-flag
        end-if
      end-perform
      move ws-sort-temp to ws-nm-entry(ws-sort-j)
    end-perform
    compute ws-sort-h = ws-sort-h / 3
  end-perform.

*>a cluster is a run of two or more equal factors in the sorted table
find-clusters.
  move 1 to ws-nm-idx
  perform until ws-nm-idx > ws-nm-count
    move ws-nm-idx to ws-cl-end
    perform until ws-cl-end >= ws-nm-count
        or ws-nm-factor(ws-cl-end + 1) not = ws-nm-factor(ws-nm-idx)
      add 1 to ws-cl-end
    end-perform
    if ws-cl-end > ws-nm-idx
      if ws-cl-count >= ws-cl-max
        move 'y' to ws-cl-full-flag
      else
        add 1 to ws-cl-count
        move ws-nm-factor(ws-nm-idx) to ws-cl-factor(ws-cl-count)
        move ws-nm-idx to ws-cl-start(ws-cl-count)
        compute ws-cl-size(ws-cl-count) = ws-cl-end - ws-nm-idx + 1
        move 0 to ws-cl-prior(ws-cl-count)
        add 1 to ws-tot-clusters
        add ws-cl-size(ws-cl-count) to ws-tot-members
      end-if
    end-if
    compute ws-nm-idx = ws-cl-end + 1
  end-perform
  if cl-full-bool
    move spaces to nl-text
    string 'more clusters than the ' ws-cl-max
        ' the report holds - raise the floor'
      delimited by size into nl-text
    end-string
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if.

index-members.
  move 0 to ws-ix-count
  move 0 to ws-cl-idx
  perform until ws-cl-idx >= ws-cl-count
    add 1 to ws-cl-idx
    move ws-cl-start(ws-cl-idx) to ws-nm-idx
    compute ws-cl-end = ws-cl-start(ws-cl-idx) + ws-cl-size(ws-cl-idx)
        - 1
    perform until ws-nm-idx > ws-cl-end
      add 1 to ws-ix-count
      move ws-nm-idx to ws-ix-nm(ws-ix-count)
      add 1 to ws-nm-idx
    end-perform
  end-perform.

*>shell sort of the member index by candidate number
sort-member-index.
  move 1 to ws-sort-h
  perform until ws-sort-h > ws-ix-count / 3
    compute ws-sort-h = ws-sort-h * 3 + 1
  end-perform
  perform until ws-sort-h < 1
    move ws-sort-h to ws-sort-i
    perform until ws-sort-i >= ws-ix-count
      add 1 to ws-sort-i
      move ws-ix-nm(ws-sort-i) to ws-ix-temp
      move ws-sort-i to ws-sort-j
      perform until ws-sort-j <= ws-sort-h
          or ws-nm-num(ws-ix-nm(ws-sort-j - ws-sort-h))
             <= ws-nm-num(ws-ix-temp)
        move ws-ix-nm(ws-sort-j - ws-sort-h) to ws-ix-nm(ws-sort-j)
        subtract ws-sort-h from ws-sort-j
      end-perform
      move ws-ix-temp to ws-ix-nm(ws-sort-j)
    end-perform
    compute ws-sort-h = ws-sort-h / 3
  end-perform.

*>the run-history records of every cluster member, read by key in
*>member order: each is chained onto its member, which gives the
*>report every run (and requestor) that ever submitted it
scan-history.
  if ws-ix-count > 0
    open input history-file
    if history-stat not = "00"
      display 'RUN-HISTORY LOG COULD NOT BE OPENED: ' ws-history-name
      display 'FILE STATUS: ' history-stat
      move 'run-history log would not open - no runs or requestors'
          & ' shown' to nl-text
      perform write-note-line
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    else
      move 0 to ws-ix-idx
      perform until ws-ix-idx >= ws-ix-count
        add 1 to ws-ix-idx
        move ws-ix-nm(ws-ix-idx) to ws-cur-member
        perform read-member-history
      end-perform
      close history-file
      if hit-full-bool
        move 'more history hits than the report holds - later runs'
            & ' not shown' to nl-text
        perform write-note-line
        if ws-severity < 4
          move 4 to ws-severity
        end-if
      end-if
    end-if
  end-if.

*>one member's history: positioned at its first run by the key, then
*>read on until the number changes
read-member-history.
  move ws-nm-num(ws-cur-member) to ws-hist-want-n
  move ws-hist-want to hf-num
  move low-values to hf-stamp
  move 'n' to eof
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
          add 1 to ws-tot-hist-rows
          perform chain-history-hit
        end-if
    end-read
  end-perform.

chain-history-hit.
  if ws-hit-count >= ws-hit-max
    move 'y' to ws-hit-full-flag
  else
    add 1 to ws-hit-count
    move ws-hist-stamp to ws-hit-stamp(ws-hit-count)
    move ws-hist-client to ws-hit-client(ws-hit-count)
    move ws-hist-in-name to ws-hit-in-name(ws-hit-count)
    move 0 to ws-hit-next(ws-hit-count)
    if ws-nm-first-hit(ws-cur-member) = 0
      move ws-hit-count to ws-nm-first-hit(ws-cur-member)
    else
      move ws-hit-count to ws-hit-next(ws-nm-last-hit(ws-cur-member))
    end-if
    move ws-hit-count to ws-nm-last-hit(ws-cur-member)
  end-if.

*>the last report's snapshot; none at all (the first report run) is
*>not a reason to flag every cluster as new
load-prior-snapshot.
  open input snapshot-file
  if snapshot-stat = "00"
    move 'y' to ws-prior-flag
    move 'n' to eof
    perform until eof-bool
      read snapshot-file
        at end move 'y' to eof
        not at end
          if snap-factor is numeric and snap-count is numeric
              and ws-pr-count < ws-pr-max
            add 1 to ws-pr-count
            move snap-factor to ws-pr-factor(ws-pr-count)
            move snap-count to ws-pr-size(ws-pr-count)
          end-if
      end-read
    end-perform
    close snapshot-file
  else
    move 'no previous report snapshot - growth not flagged this time'
        to nl-text
    perform write-note-line
    perform write-blank-line
  end-if.

*>binary search of the prior snapshot (written in factor order) for
*>the cluster's factor
find-prior-size.
  move 0 to ws-cl-prior(ws-cl-idx)
  move 1 to ws-bs-lo
  move ws-pr-count to ws-bs-hi
  move 0 to ws-bs-found
  perform until ws-bs-lo > ws-bs-hi or ws-bs-found > 0
    compute ws-bs-mid = (ws-bs-lo + ws-bs-hi) / 2
    if ws-pr-factor(ws-bs-mid) = ws-cl-factor(ws-cl-idx)
      move ws-bs-mid to ws-bs-found
      move ws-pr-size(ws-bs-mid) to ws-cl-prior(ws-cl-idx)
    else
      if ws-pr-factor(ws-bs-mid) < ws-cl-factor(ws-cl-idx)
        compute ws-bs-lo = ws-bs-mid + 1
      else
        compute ws-bs-hi = ws-bs-mid - 1
      end-if
    end-if
  end-perform.

write-clusters.
  move 0 to ws-cl-idx
  perform until ws-cl-idx >= ws-cl-count
    add 1 to ws-cl-idx
    move ws-cl-factor(ws-cl-idx) to cl-out-factor
    move ws-cl-size(ws-cl-idx) to cl-out-size
    move spaces to cl-out-flag
    if prior-bool
      perform find-prior-size
      if ws-cl-prior(ws-cl-idx) = 0
        move '** NEW CLUSTER **' to cl-out-flag
        add 1 to ws-tot-new
      else
        if ws-cl-size(ws-cl-idx) > ws-cl-prior(ws-cl-idx)
          move ws-cl-prior(ws-cl-idx) to ws-prior-edit
          string '** GREW FROM ' function trim(ws-prior-edit) ' **'
            delimited by size into cl-out-flag
          end-string
          add 1 to ws-tot-grown
        end-if
      end-if
    end-if
    perform write-blank-line
    if report-open-bool
      write rpt-line from cluster-line after advancing 1 line
    end-if
    move ws-cl-start(ws-cl-idx) to ws-nm-idx
    compute ws-cl-end = ws-cl-start(ws-cl-idx) + ws-cl-size(ws-cl-idx)
        - 1
    perform until ws-nm-idx > ws-cl-end
      perform write-member
      add 1 to ws-nm-idx
    end-perform
  end-perform.

write-member.
  move ws-nm-num(ws-nm-idx) to mb-out-num
  move ws-nm-first-date(ws-nm-idx)(1:4) to mb-out-yyyy
  move ws-nm-first-date(ws-nm-idx)(5:2) to mb-out-mon
  move ws-nm-first-date(ws-nm-idx)(7:2) to mb-out-dd
  if report-open-bool
    write rpt-line from member-line after advancing 1 line
  end-if
  move ws-nm-first-hit(ws-nm-idx) to ws-hit-idx
  perform until ws-hit-idx = 0
    move ws-hit-stamp(ws-hit-idx) to rn-out-stamp
    move ws-hit-client(ws-hit-idx) to rn-out-client
    move ws-hit-in-name(ws-hit-idx) to rn-out-in-name
    if report-open-bool
      write rpt-line from run-line after advancing 1 line
    end-if
    move ws-hit-next(ws-hit-idx) to ws-hit-idx
  end-perform.

*>this report's clusters become the next report's baseline
write-snapshot.
  open output snapshot-file
  if snapshot-stat not = "00"
    display 'CLUSTER SNAPSHOT COULD NOT BE WRITTEN: ' ws-snapshot-name
    display 'FILE STATUS: ' snapshot-stat
    move 'snapshot not written - next report cannot flag growth'
        to nl-text
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  else
    move 0 to ws-cl-idx
    perform until ws-cl-idx >= ws-cl-count
      add 1 to ws-cl-idx
      move spaces to snapshot-record
      move ws-cl-factor(ws-cl-idx) to snap-factor
      move ws-cl-size(ws-cl-idx) to snap-count
      write snapshot-record
    end-perform
    close snapshot-file
  end-if.

write-summary.
  perform write-blank-line
  move 'composites examined:' to cn-label
  move ws-nm-count to cn-count
  perform write-count-line
  if nm-full-bool
    move 'composites not examined:' to cn-label
    move ws-tot-not-examined to cn-count
    perform write-count-line
  end-if
  move 'shared factors (clusters):' to cn-label
  move ws-tot-clusters to cn-count
  perform write-count-line
  move 'candidates in clusters:' to cn-label
  move ws-tot-members to cn-count
  perform write-count-line
  move 'new clusters:' to cn-label
  move ws-tot-new to cn-count
  perform write-count-line
  move 'clusters grown:' to cn-label
  move ws-tot-grown to cn-count
  perform write-count-line
  if nm-full-bool
    perform write-incomplete-line
    move 'snapshot not replaced - the last full one stands'
        to nl-text
    perform write-note-line
    display 'CLUSTER REPORT INCOMPLETE - ' ws-tot-not-examined
        ' NUMBERS NOT EXAMINED'
  end-if
  display 'cluster report: ' ws-tot-clusters ' shared factor(s), '
      ws-tot-new ' new, ' ws-tot-grown ' grown'.

write-incomplete-line.
  move ws-tot-not-examined to cn-count
  move spaces to nl-text
  string 'REPORT INCOMPLETE - ' function trim(cn-count)
      ' numbers not examined'
    delimited by size into nl-text
  end-string
  perform write-note-line.

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
