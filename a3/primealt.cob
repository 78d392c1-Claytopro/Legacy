identification division.
program-id. primealt.

*>alert router, run once the nightly chain has finished. every job
*>in the suite grades itself 0/4/8/16, but nothing told a person: the
*>duty operator found out at 06:00 by reading consoles. this job reads
*>the outcome of each - the check program's run-status record, the
*>chain controller's log for the night (its verdict and every step's
*>severity, which is where the acknowledgement, aging and
*>certification jobs are graded), and the quarantine name of every
*>feed the contact table knows - and writes an addressed notification
*>record to the outbound spool the mail gateway picks up for every
*>condition at or over a contact's threshold. each carries the job,
*>the severity, the counts behind it and the file to look at.
*>
*>a condition stays open in the open-condition file until the job or
*>feed is seen clean again: while it stays open it is not repeated,
*>and when it clears the same contacts get a CLEARED record. a job
*>that did not run tonight leaves its conditions as they were.
*>
*>contact table, one line per contact and threshold, fixed columns:
*>  J | job name (30) | threshold (2) | contact address (40)
*>  F | feed file name (30) | threshold (2) | contact address (40)
*>a J line routes the job's own severity (the chain's verdict is job
*>primechn); an F line routes a quarantine of that feed, which is
*>graded 8. lines starting '*' are comments
*>severities: 0 routed, 4 a condition of 8 or worse that no contact
*>takes (or a table filled), 16 contact table, spool or open-condition
*>file unusable

environment division.
input-output section.
file-control.
select contact-file assign to dynamic ws-contact-name
  organization is line sequential
  FILE STATUS contact-stat.

select spool-file assign to dynamic ws-spool-name
  organization is line sequential
  FILE STATUS spool-stat.

select open-file assign to dynamic ws-open-name
  organization is line sequential
  FILE STATUS open-stat.

select run-status-file assign to dynamic ws-runstatus-name
  organization is line sequential
  FILE STATUS run-status-stat.

select chain-log-file assign to dynamic ws-chain-log-name
  organization is line sequential
  FILE STATUS chain-log-stat.

*>re-pointed at each job report in turn for its summary counts, and
*>at each feed's quarantine name
select look-file assign to dynamic ws-look-name
  organization is line sequential
  FILE STATUS look-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

data division.
file section.
fd contact-file.
01 contact-in-record.
 05 contact-info pic x(80).

fd spool-file.
01 spool-out-record.
 05 spool-info pic x(200).

fd open-file.
01 open-record.
 05 open-info pic x(100).

fd run-status-file.
01 run-status-in-record.
 05 run-status-info pic x(120).

fd chain-log-file.
01 chain-log-record.
 05 chain-log-info pic x(132).

fd look-file.
01 look-record.
 05 look-info pic x(132).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

working-storage section.
77 ws-contact-name pic x(30) value 'alertcon.dat'.
77 ws-spool-name pic x(30) value 'alertspl.dat'.
77 ws-open-name pic x(30) value 'alertopn.dat'.
77 ws-runstatus-name pic x(30) value 'runstatus.dat'.
77 ws-output-name pic x(30) value 'output.dat'.
77 ws-chain-log-name pic x(30) value 'chain.log'.
77 ws-ack-report-name pic x(30) value 'primeack.out'.
77 ws-aging-report-name pic x(30) value 'excaging.out'.
77 ws-cert-report-name pic x(30) value 'primecrt.out'.
77 ws-report-name pic x(30) value 'primealt.out'.
77 ws-look-name pic x(40) value spaces.
01  contact-stat pic xx.
01  spool-stat pic xx.
01  open-stat pic xx.
01  run-status-stat pic xx.
01  chain-log-stat pic xx.
01  look-stat pic xx.
01  report-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-spool-open-flag picture x(1) value 'n'.
  88 spool-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>the contact table
77 ws-ct-max picture 9(4) value 500.
77 ws-ct-count picture 9(4) value 0.
77 ws-ct-idx picture 9(4) usage is computational.
01 ws-ct-table.
  02 ws-ct-entry occurs 500 times.
    03 ws-ct-kind picture x(1).
    03 ws-ct-name picture x(30).
    03 ws-ct-thresh picture 9(2).
    03 ws-ct-addr picture x(40).
01 ws-ct-rec.
  02 ws-cr-kind picture x(1).
  02 filler picture x.
  02 ws-cr-name picture x(30).
  02 filler picture x.
  02 ws-cr-thresh picture x(2).
  02 filler picture x.
  02 ws-cr-addr picture x(40).
  02 filler picture x(4).

*>tonight's findings: one per job or feed judged, clean ones included
*>so their open conditions can clear
77 ws-fd-max picture 9(4) value 200.
77 ws-fd-count picture 9(4) value 0.
77 ws-fd-idx picture 9(4) usage is computational.
01 ws-fd-table.
  02 ws-fd-entry occurs 200 times.
    03 ws-fd-job picture x(8).
    03 ws-fd-subject picture x(30).
    03 ws-fd-sev picture 9(2).
    03 ws-fd-counts picture x(60).
    03 ws-fd-look picture x(30).
    03 ws-fd-routed picture 9(4).

*>the conditions open when this run started, and the set open when it
*>ends - written back as the next run's open conditions
77 ws-op-max picture 9(4) value 1000.
77 ws-op-count picture 9(4) value 0.
77 ws-op-idx picture 9(4) usage is computational.
01 ws-op-table.
  02 ws-op-entry occurs 1000 times.
    03 ws-op-cond.
      04 ws-op-addr picture x(40).
      04 ws-op-job picture x(8).
      04 ws-op-subject picture x(30).
      04 ws-op-sev picture 9(2).
    03 ws-op-date picture 9(8).
    03 ws-op-time picture 9(6).
    03 ws-op-kept-flag picture x(1).
77 ws-cc-count picture 9(4) value 0.
77 ws-cc-idx picture 9(4) usage is computational.
01 ws-cc-table.
  02 ws-cc-entry occurs 1000 times.
    03 ws-cc-cond.
      04 ws-cc-addr picture x(40).
      04 ws-cc-job picture x(8).
      04 ws-cc-subject picture x(30).
      04 ws-cc-sev picture 9(2).
    03 ws-cc-date picture 9(8).
    03 ws-cc-time picture 9(6).
01 ws-cond.
  02 ws-cond-addr picture x(40).
  02 ws-cond-job picture x(8).
  02 ws-cond-subject picture x(30).
  02 ws-cond-sev picture 9(2).
01 ws-table-full-flag picture x(1) value 'n'.
  88 table-full-bool value 'y'.
01 ws-found-flag picture x(1) value 'n'.
  88 found-bool value 'y'.
01 ws-match-flag picture x(1) value 'n'.
  88 match-bool value 'y'.

*>mirror of the open-condition line this job writes
01 ws-oc-rec.
  02 ws-oc-addr picture x(40).
  02 filler picture x.
  02 ws-oc-job picture x(8).
  02 filler picture x.
  02 ws-oc-subject picture x(30).
  02 filler picture x.
  02 ws-oc-sev picture x(2).
  02 filler picture x.
  02 ws-oc-date picture x(8).
  02 filler picture x.
  02 ws-oc-time picture x(6).
  02 filler picture x.
01 open-line.
  02 ol-addr picture x(40).
  02 filler picture x value space.
  02 ol-job picture x(8).
  02 filler picture x value space.
  02 ol-subject picture x(30).
  02 filler picture x value space.
  02 ol-sev picture 9(2).
  02 filler picture x value space.
  02 ol-date picture 9(8).
  02 filler picture x value space.
  02 ol-time picture 9(6).

*>mirror of the run-status-line layout the check program writes
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
01 ws-rs-used-flag picture x(1) value 'n'.
  88 rs-used-bool value 'y'.
77 ws-edit-count picture z(8)9.
77 ws-edit-read picture x(9).
77 ws-edit-prime picture x(9).
77 ws-edit-notprime picture x(9).
77 ws-edit-error picture x(9).
77 ws-edit-dup picture x(9).

*>mirror of the chain-log-line layout the chain controller writes;
*>every line of one chain run carries the same stamp, so the last
*>stamp in the log is tonight's chain
01 ws-log-rec.
  02 ws-lg-stamp picture x(19).
  02 filler picture x(3).
  02 ws-lg-step picture x(8).
  02 filler picture x(28).
  02 ws-lg-rc picture x(2).
  02 filler picture x(3).
  02 ws-lg-action picture x(20).
  02 filler picture x(49).
77 ws-last-stamp picture x(19) value spaces.
77 ws-ln-max picture 9(4) value 100.
77 ws-ln-count picture 9(4) value 0.
77 ws-ln-idx picture 9(4) usage is computational.
01 ws-ln-table.
  02 ws-ln-entry occurs 100 times.
    03 ws-ln-step picture x(8).
    03 ws-ln-rc picture 9(2).
    03 ws-ln-action picture x(20).

*>a job report's summary line, found by its leading label and squeezed
*>to single spaces for the notification
77 ws-summary-label picture x(20) value spaces.
77 ws-summary-len picture 9(4) usage is computational.
77 ws-cr-char picture x(1) value x'0d'.
77 ws-sq-in picture x(132) value spaces.
77 ws-sq-out picture x(60) value spaces.
77 ws-sq-idx picture 9(4) usage is computational.
77 ws-sq-pos picture 9(4) usage is computational.
77 ws-sq-prev picture x(1) value space.
77 ws-quar-rows picture 9(9) value 0.

77 ws-tot-raised picture 9(9) value 0.
77 ws-tot-cleared picture 9(9) value 0.
77 ws-tot-suppressed picture 9(9) value 0.
77 ws-tot-carried picture 9(9) value 0.
77 ws-tot-unrouted picture 9(9) value 0.

01 ws-run-date-group.
  02 ws-run-yyyy picture 9(4).
  02 ws-run-mon picture 9(2).
  02 ws-run-dd picture 9(2).
01 ws-run-time-group.
  02 ws-run-hh picture 9(2).
  02 ws-run-mm picture 9(2).
  02 ws-run-ss picture 9(2).
  02 ws-run-hs picture 9(2).

*>one notification for the mail gateway
01 notice-line.
  02 nt-date picture 9(8).
  02 filler picture x value space.
  02 nt-time picture 9(6).
  02 filler picture x value space.
  02 nt-status picture x(7).
  02 filler picture x value space.
  02 nt-addr picture x(40).
  02 filler picture x value space.
  02 nt-job picture x(8).
  02 filler picture x value space.
  02 nt-sev picture 9(2).
  02 filler picture x value space.
  02 nt-subject picture x(30).
  02 filler picture x value space.
  02 nt-look picture x(30).
  02 filler picture x value space.
  02 nt-counts picture x(60).

01 rpt-title-line.
  02 filler picture x value space.
  02 filler picture x(28) value 'alert routing report -      '.
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
01 alert-line.
  02 filler picture x(1) value space.
  02 al-status picture x(9).
  02 al-job picture x(9).
  02 filler picture x(4) value 'sev '.
  02 al-sev picture 9(2).
  02 filler picture x(1) value space.
  02 al-subject picture x(31).
  02 al-addr picture x(40).

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.

  *>names from the command line for the scheduled run after the
  *>chain, or prompted at a terminal, same convention as the other
  *>utilities. NONE leaves an outcome source out
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-contact-name from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-spool-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-open-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-runstatus-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-output-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-chain-log-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-ack-report-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-aging-report-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-cert-report-name from argument-value
    end-if
    if ws-arg-count >= 10
      display 10 upon argument-number
      accept ws-report-name from argument-value
    end-if
  else
    display 'enter contact table filename (default alertcon.dat)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-contact-name
    end-if
    display 'enter outbound spool filename (default alertspl.dat)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-spool-name
    end-if
  end-if.

  perform open-report.
  perform load-contacts.
  if ws-severity < 16
    perform load-open-conditions
  end-if.
  if ws-severity < 16
    perform read-run-status
    perform read-chain-log
    perform check-quarantines
    perform open-spool
  end-if.
  if ws-severity < 16
    perform route-findings
    perform settle-open-conditions
    close spool-file
    perform write-open-conditions
    perform write-summary
  end-if.

  if report-open-bool
    close report-file
    display 'alert routing report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

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

*>the contact table. a routing table that will not open, or holds no
*>contacts, would page nobody - that is the one failure this job must
*>not keep quiet about
load-contacts.
  open input contact-file
  if contact-stat not = "00"
    display 'CONTACT TABLE COULD NOT BE OPENED: ' ws-contact-name
    display 'FILE STATUS: ' contact-stat
    move 'contact table would not open, nothing routed' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 'n' to eof
    perform until eof-bool
      read contact-file into ws-ct-rec
        at end move 'y' to eof
        not at end
          perform load-contact-line
      end-read
    end-perform
    close contact-file
    if ws-ct-count = 0
      display 'CONTACT TABLE NAMES NO CONTACTS: ' ws-contact-name
      move 'contact table names no contacts, nothing routed'
          to nl-text
      perform write-note-line
      move 16 to ws-severity
    end-if
  end-if.

load-contact-line.
  if ws-cr-kind = '*' or ws-ct-rec = spaces
    continue
  else
    if (ws-cr-kind not = 'J' and ws-cr-kind not = 'F')
        or ws-cr-name = spaces or ws-cr-thresh is not numeric
        or ws-cr-addr = spaces
      display 'MALFORMED CONTACT LINE: ' ws-ct-rec
      move spaces to nl-text
      string 'contact line ignored: ' ws-ct-rec
        delimited by size into nl-text
      end-string
      perform write-note-line
      move 4 to ws-severity
    else
      if ws-ct-count >= ws-ct-max
        move 'y' to ws-table-full-flag
      else
        add 1 to ws-ct-count
        move ws-cr-kind to ws-ct-kind(ws-ct-count)
        move ws-cr-name to ws-ct-name(ws-ct-count)
        move ws-cr-thresh to ws-ct-thresh(ws-ct-count)
        move ws-cr-addr to ws-ct-addr(ws-ct-count)
      end-if
    end-if
  end-if.

*>the conditions left open by the last run. none on file is the
*>first run, or a night with nothing open
load-open-conditions.
  open input open-file
  if open-stat = "00"
    move 'n' to eof
    perform until eof-bool
      read open-file into ws-oc-rec
        at end move 'y' to eof
        not at end
          if ws-oc-sev is numeric and ws-oc-date is numeric
              and ws-oc-time is numeric
            if ws-op-count >= ws-op-max
              move 'y' to ws-table-full-flag
            else
              add 1 to ws-op-count
              move ws-oc-addr to ws-op-addr(ws-op-count)
              move ws-oc-job to ws-op-job(ws-op-count)
              move ws-oc-subject to ws-op-subject(ws-op-count)
              move ws-oc-sev to ws-op-sev(ws-op-count)
              move ws-oc-date to ws-op-date(ws-op-count)
              move ws-oc-time to ws-op-time(ws-op-count)
              move 'n' to ws-op-kept-flag(ws-op-count)
            end-if
          end-if
      end-read
    end-perform
    close open-file
  else
    if open-stat not = "35"
      display 'OPEN-CONDITION FILE COULD NOT BE OPENED: ' ws-open-name
      display 'FILE STATUS: ' open-stat
      move 'open-condition file would not open, nothing routed'
          to nl-text
      perform write-note-line
      move 16 to ws-severity
    end-if
  end-if.

*>the check program's own verdict and totals, from the run-status
*>record its last run left
read-run-status.
  if ws-runstatus-name not = 'NONE'
    open input run-status-file
    if run-status-stat not = "00"
      display 'RUN-STATUS FILE COULD NOT BE OPENED: ' ws-runstatus-name
      display 'FILE STATUS: ' run-status-stat
    else
      move spaces to run-status-info
      read run-status-file
        at end move spaces to run-status-info
      end-read
      close run-status-file
      move run-status-info to ws-rs-rec
      if ws-rs-code is numeric and ws-rs-read is numeric
          and ws-rs-prime is numeric and ws-rs-notprime is numeric
          and ws-rs-error is numeric and ws-rs-dup is numeric
        move 'y' to ws-rs-used-flag
        move ws-rs-read to ws-edit-count
        move function trim(ws-edit-count) to ws-edit-read
        move ws-rs-prime to ws-edit-count
        move function trim(ws-edit-count) to ws-edit-prime
        move ws-rs-notprime to ws-edit-count
        move function trim(ws-edit-count) to ws-edit-notprime
        move ws-rs-error to ws-edit-count
        move function trim(ws-edit-count) to ws-edit-error
        move ws-rs-dup to ws-edit-count
        move function trim(ws-edit-count) to ws-edit-dup
        perform add-finding
        if ws-fd-idx > 0
          move 'prime1' to ws-fd-job(ws-fd-idx)
          move 'prime1' to ws-fd-subject(ws-fd-idx)
          move ws-rs-code to ws-fd-sev(ws-fd-idx)
          move ws-output-name to ws-fd-look(ws-fd-idx)
          string function trim(ws-rs-disp) ' read '
              function trim(ws-edit-read) ' prime '
              function trim(ws-edit-prime) ' not '
              function trim(ws-edit-notprime) ' illegal '
              function trim(ws-edit-error) ' dup '
              function trim(ws-edit-dup)
            delimited by size into ws-fd-counts(ws-fd-idx)
          end-string
        end-if
      else
        display 'RUN-STATUS RECORD UNREADABLE: ' ws-runstatus-name
      end-if
    end-if
  end-if.

*>a new finding slot in ws-fd-idx, 0 when the table is full
add-finding.
  if ws-fd-count >= ws-fd-max
    move 'y' to ws-table-full-flag
    move 0 to ws-fd-idx
  else
    add 1 to ws-fd-count
    move ws-fd-count to ws-fd-idx
    move spaces to ws-fd-job(ws-fd-idx)
    move spaces to ws-fd-subject(ws-fd-idx)
    move 0 to ws-fd-sev(ws-fd-idx)
    move spaces to ws-fd-counts(ws-fd-idx)
    move spaces to ws-fd-look(ws-fd-idx)
    move 0 to ws-fd-routed(ws-fd-idx)
  end-if.

*>tonight's chain: its verdict, and the severity of every step that
*>ran. a step skipped or stopped before carries the chain's severity,
*>not its own, and is not judged. the check program's step is judged
*>from its run-status record when that was read
read-chain-log.
  if ws-chain-log-name not = 'NONE'
    open input chain-log-file
    if chain-log-stat not = "00"
      display 'CHAIN LOG COULD NOT BE OPENED: ' ws-chain-log-name
      display 'FILE STATUS: ' chain-log-stat
    else
      move 'n' to eof
      perform until eof-bool
        read chain-log-file into ws-log-rec
          at end move 'y' to eof
          not at end
            perform take-chain-log-line
        end-read
      end-perform
      close chain-log-file
      move 0 to ws-ln-idx
      perform until ws-ln-idx >= ws-ln-count
        add 1 to ws-ln-idx
        perform judge-chain-line
      end-perform
    end-if
  end-if.

take-chain-log-line.
  if ws-lg-rc is numeric and ws-lg-stamp(1:4) is numeric
    if ws-lg-stamp not = ws-last-stamp
      move ws-lg-stamp to ws-last-stamp
      move 0 to ws-ln-count
    end-if
    if ws-ln-count < ws-ln-max
      add 1 to ws-ln-count
      move ws-lg-step to ws-ln-step(ws-ln-count)
      move ws-lg-rc to ws-ln-rc(ws-ln-count)
      move ws-lg-action to ws-ln-action(ws-ln-count)
    end-if
  end-if.

judge-chain-line.
  if ws-ln-step(ws-ln-idx) = 'chain'
    perform add-finding
    if ws-fd-idx > 0
      move 'primechn' to ws-fd-job(ws-fd-idx)
      move 'chain' to ws-fd-subject(ws-fd-idx)
      move ws-ln-rc(ws-ln-idx) to ws-fd-sev(ws-fd-idx)
      move ws-chain-log-name to ws-fd-look(ws-fd-idx)
      string 'chain ' function trim(ws-ln-action(ws-ln-idx))
          ' with worst severity ' ws-ln-rc(ws-ln-idx)
        delimited by size into ws-fd-counts(ws-fd-idx)
      end-string
    end-if
  else
    if ws-ln-action(ws-ln-idx)(1:3) = 'RAN'
        and not (ws-ln-step(ws-ln-idx) = 'prime1' and rs-used-bool)
      perform add-finding
      if ws-fd-idx > 0
        move ws-ln-step(ws-ln-idx) to ws-fd-job(ws-fd-idx)
        move ws-ln-step(ws-ln-idx) to ws-fd-subject(ws-fd-idx)
        move ws-ln-rc(ws-ln-idx) to ws-fd-sev(ws-fd-idx)
        move ws-chain-log-name to ws-fd-look(ws-fd-idx)
        move spaces to ws-summary-label
        evaluate ws-ln-step(ws-ln-idx)
          when 'primeack'
            move ws-ack-report-name to ws-look-name
            move ' sent:' to ws-summary-label
          when 'excaging'
            move ws-aging-report-name to ws-look-name
            move ' ledger entries:' to ws-summary-label
          when 'primecrt'
            move ws-cert-report-name to ws-look-name
            move ' claims checked:' to ws-summary-label
        end-evaluate
        if ws-summary-label not = spaces and ws-look-name not = 'NONE'
          move ws-look-name to ws-fd-look(ws-fd-idx)
          perform find-summary
          move ws-sq-out to ws-fd-counts(ws-fd-idx)
        end-if
        if ws-fd-counts(ws-fd-idx) = spaces
          string 'step ended with severity ' ws-ln-rc(ws-ln-idx)
            delimited by size into ws-fd-counts(ws-fd-idx)
          end-string
        end-if
      end-if
    end-if
  end-if.

*>the job report's summary line, by its leading label, squeezed to
*>single spaces - blank when the report or the line is not there
find-summary.
  move spaces to ws-sq-out
  compute ws-summary-len =
      function length(function trim(ws-summary-label trailing))
  open input look-file
  if look-stat = "00"
    move 'n' to ws-found-flag
    perform until look-stat not = "00" or found-bool
      read look-file
        at end continue
        not at end
          move look-info to ws-sq-in
          if ws-sq-in(1:1) = ws-cr-char
            move look-info(2:131) to ws-sq-in
          end-if
          if ws-sq-in(1:ws-summary-len)
              = ws-summary-label(1:ws-summary-len)
            move 'y' to ws-found-flag
            perform squeeze-summary
          end-if
      end-read
    end-perform
    close look-file
  end-if.

squeeze-summary.
  move spaces to ws-sq-out
  move 0 to ws-sq-pos
  move space to ws-sq-prev
  move 0 to ws-sq-idx
  perform until ws-sq-idx >= 132 or ws-sq-pos >= 60
    add 1 to ws-sq-idx
    if ws-sq-in(ws-sq-idx:1) not = space
        or (ws-sq-prev not = space and ws-sq-pos > 0)
      add 1 to ws-sq-pos
      move ws-sq-in(ws-sq-idx:1) to ws-sq-out(ws-sq-pos:1)
    end-if
    move ws-sq-in(ws-sq-idx:1) to ws-sq-prev
  end-perform.

*>every feed the contact table names is judged by its quarantine
*>name: a feed the gateway moved aside is graded 8 and held until the
*>quarantine file is gone
check-quarantines.
  move 0 to ws-ct-idx
  perform until ws-ct-idx >= ws-ct-count
    add 1 to ws-ct-idx
    if ws-ct-kind(ws-ct-idx) = 'F'
      move 'n' to ws-found-flag
      move 0 to ws-fd-idx
      perform until ws-fd-idx >= ws-fd-count or found-bool
        add 1 to ws-fd-idx
        if ws-fd-job(ws-fd-idx) = 'primegte'
            and ws-fd-subject(ws-fd-idx) = ws-ct-name(ws-ct-idx)
          move 'y' to ws-found-flag
        end-if
      end-perform
      if not found-bool
        perform judge-quarantine
      end-if
    end-if
  end-perform.

judge-quarantine.
  move spaces to ws-look-name
  string function trim(ws-ct-name(ws-ct-idx)) '.quar'
    delimited by size into ws-look-name
  end-string
  move 0 to ws-quar-rows
  open input look-file
  if look-stat = "00"
    perform until look-stat not = "00"
      read look-file
        at end continue
        not at end add 1 to ws-quar-rows
      end-read
    end-perform
    close look-file
  end-if
  perform add-finding
  if ws-fd-idx > 0
    move 'primegte' to ws-fd-job(ws-fd-idx)
    move ws-ct-name(ws-ct-idx) to ws-fd-subject(ws-fd-idx)
    move ws-look-name to ws-fd-look(ws-fd-idx)
    if look-stat = "10" or look-stat = "00"
      move 8 to ws-fd-sev(ws-fd-idx)
      move ws-quar-rows to ws-edit-count
      string 'feed quarantined, rows held: '
          function trim(ws-edit-count)
        delimited by size into ws-fd-counts(ws-fd-idx)
      end-string
    end-if
  end-if.

*>the spool is appended to, created on first use; the gateway takes
*>the records away as it sends them
open-spool.
  open extend spool-file
  if spool-stat = "35"
    close spool-file
    open output spool-file
  end-if
  if spool-stat = "00"
    move 'y' to ws-spool-open-flag
  else
    display 'OUTBOUND SPOOL COULD NOT BE OPENED: ' ws-spool-name
    display 'FILE STATUS: ' spool-stat
    move 'outbound spool would not open, nothing routed' to nl-text
    perform write-note-line
    move 16 to ws-severity
  end-if.

*>every finding at or over a contact's threshold is a condition for
*>that contact: already open at the same severity it is held, not
*>repeated; otherwise it goes out
route-findings.
  if report-open-bool
    move 'notifications:' to nl-text
    perform write-note-line
  end-if
  move 0 to ws-fd-idx
  perform until ws-fd-idx >= ws-fd-count
    add 1 to ws-fd-idx
    if ws-fd-sev(ws-fd-idx) > 0
      move 0 to ws-ct-idx
      perform until ws-ct-idx >= ws-ct-count
        add 1 to ws-ct-idx
        move 'n' to ws-match-flag
        if ws-ct-kind(ws-ct-idx) = 'J'
            and ws-ct-name(ws-ct-idx) = ws-fd-job(ws-fd-idx)
          move 'y' to ws-match-flag
        end-if
        if ws-ct-kind(ws-ct-idx) = 'F'
            and ws-fd-job(ws-fd-idx) = 'primegte'
            and ws-ct-name(ws-ct-idx) = ws-fd-subject(ws-fd-idx)
          move 'y' to ws-match-flag
        end-if
        if match-bool
            and ws-fd-sev(ws-fd-idx) >= ws-ct-thresh(ws-ct-idx)
          add 1 to ws-fd-routed(ws-fd-idx)
          perform route-one-condition
        end-if
      end-perform
      if ws-fd-routed(ws-fd-idx) = 0 and ws-fd-sev(ws-fd-idx) >= 8
        add 1 to ws-tot-unrouted
        move spaces to nl-text
        string 'NO CONTACT: ' ws-fd-job(ws-fd-idx) ' severity '
            ws-fd-sev(ws-fd-idx) ' '
            function trim(ws-fd-subject(ws-fd-idx))
          delimited by size into nl-text
        end-string
        perform write-note-line
        move 4 to ws-severity
      end-if
    end-if
  end-perform.

route-one-condition.
  move ws-ct-addr(ws-ct-idx) to ws-cond-addr
  move ws-fd-job(ws-fd-idx) to ws-cond-job
  move ws-fd-subject(ws-fd-idx) to ws-cond-subject
  move ws-fd-sev(ws-fd-idx) to ws-cond-sev
  *>the same address reached through two contact lines gets one
  move 'n' to ws-found-flag
  move 0 to ws-cc-idx
  perform until ws-cc-idx >= ws-cc-count or found-bool
    add 1 to ws-cc-idx
    if ws-cc-cond(ws-cc-idx) = ws-cond
      move 'y' to ws-found-flag
    end-if
  end-perform
  if not found-bool
    move 0 to ws-op-idx
    perform until ws-op-idx >= ws-op-count or found-bool
      add 1 to ws-op-idx
      if ws-op-cond(ws-op-idx) = ws-cond
        move 'y' to ws-found-flag
        move 'y' to ws-op-kept-flag(ws-op-idx)
      end-if
    end-perform
    if ws-cc-count >= ws-op-max
      move 'y' to ws-table-full-flag
    else
      add 1 to ws-cc-count
      move ws-cond to ws-cc-cond(ws-cc-count)
      if found-bool
        move ws-op-date(ws-op-idx) to ws-cc-date(ws-cc-count)
        move ws-op-time(ws-op-idx) to ws-cc-time(ws-cc-count)
        add 1 to ws-tot-suppressed
        move 'held' to al-status
        perform write-alert-line
      else
        move ws-run-date-group to ws-cc-date(ws-cc-count)
        move ws-run-time-group(1:6) to ws-cc-time(ws-cc-count)
        move 'RAISED' to nt-status
        move ws-fd-look(ws-fd-idx) to nt-look
        move ws-fd-counts(ws-fd-idx) to nt-counts
        perform write-notice
        add 1 to ws-tot-raised
        move 'RAISED' to al-status
        perform write-alert-line
      end-if
    end-if
  end-if.

*>the conditions open before this run that it did not raise again: a
*>job or feed judged tonight has cleared (or moved to another
*>severity, which is its own condition now); one not judged tonight
*>stays open as it was
settle-open-conditions.
  move 0 to ws-op-idx
  perform until ws-op-idx >= ws-op-count
    add 1 to ws-op-idx
    if ws-op-kept-flag(ws-op-idx) not = 'y'
      move ws-op-cond(ws-op-idx) to ws-cond
      move 'n' to ws-match-flag
      move 0 to ws-fd-idx
      perform until ws-fd-idx >= ws-fd-count or match-bool
        add 1 to ws-fd-idx
        if ws-fd-job(ws-fd-idx) = ws-cond-job
            and ws-fd-subject(ws-fd-idx) = ws-cond-subject
          move 'y' to ws-match-flag
        end-if
      end-perform
      if not match-bool
        if ws-cc-count >= ws-op-max
          move 'y' to ws-table-full-flag
        else
          add 1 to ws-cc-count
          move ws-op-entry(ws-op-idx) to ws-cc-entry(ws-cc-count)
          add 1 to ws-tot-carried
        end-if
      else
        move 'n' to ws-found-flag
        move 0 to ws-cc-idx
        perform until ws-cc-idx >= ws-cc-count or found-bool
          add 1 to ws-cc-idx
          if ws-cc-addr(ws-cc-idx) = ws-cond-addr
              and ws-cc-job(ws-cc-idx) = ws-cond-job
              and ws-cc-subject(ws-cc-idx) = ws-cond-subject
            move 'y' to ws-found-flag
          end-if
        end-perform
        if not found-bool
          move 'CLEARED' to nt-status
          move ws-fd-look(ws-fd-idx) to nt-look
          move ws-fd-counts(ws-fd-idx) to nt-counts
          if nt-counts = spaces
            move 'seen clean' to nt-counts
          end-if
          perform write-notice
          add 1 to ws-tot-cleared
          move 'CLEARED' to al-status
          perform write-alert-line
        end-if
      end-if
    end-if
  end-perform.

write-notice.
  move ws-run-date-group to nt-date
  move ws-run-time-group(1:6) to nt-time
  move ws-cond-addr to nt-addr
  move ws-cond-job to nt-job
  move ws-cond-sev to nt-sev
  move ws-cond-subject to nt-subject
  write spool-out-record from notice-line.

write-alert-line.
  if report-open-bool
    move ws-cond-job to al-job
    move ws-cond-sev to al-sev
    move ws-cond-subject to al-subject
    move ws-cond-addr to al-addr
    write rpt-line from alert-line after advancing 1 line
  end-if.

*>the conditions open from now on replace the file whole
write-open-conditions.
  open output open-file
  if open-stat not = "00"
    display 'OPEN-CONDITION FILE COULD NOT BE WRITTEN: ' ws-open-name
    display 'FILE STATUS: ' open-stat
    move 'open-condition file not written - repeats will go out again'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    move 0 to ws-cc-idx
    perform until ws-cc-idx >= ws-cc-count
      add 1 to ws-cc-idx
      move ws-cc-addr(ws-cc-idx) to ol-addr
      move ws-cc-job(ws-cc-idx) to ol-job
      move ws-cc-subject(ws-cc-idx) to ol-subject
      move ws-cc-sev(ws-cc-idx) to ol-sev
      move ws-cc-date(ws-cc-idx) to ol-date
      move ws-cc-time(ws-cc-idx) to ol-time
      write open-record from open-line
    end-perform
    close open-file
  end-if.

write-summary.
  perform write-blank-line
  move 'outcomes judged:' to cn-label
  move ws-fd-count to cn-count
  perform write-count-line
  move 'notifications raised:' to cn-label
  move ws-tot-raised to cn-count
  perform write-count-line
  move 'notifications cleared:' to cn-label
  move ws-tot-cleared to cn-count
  perform write-count-line
  move 'still open, not repeated:' to cn-label
  move ws-tot-suppressed to cn-count
  perform write-count-line
  move 'open, not judged tonight:' to cn-label
  move ws-tot-carried to cn-count
  perform write-count-line
  move 'severe, no contact:' to cn-label
  move ws-tot-unrouted to cn-count
  perform write-count-line
  if table-full-bool
    move 'a table filled - some contacts or conditions not held'
        to nl-text
    perform write-note-line
    move 4 to ws-severity
  end-if
  display 'alerts raised ' ws-tot-raised ' cleared ' ws-tot-cleared
      ' held ' ws-tot-suppressed.
