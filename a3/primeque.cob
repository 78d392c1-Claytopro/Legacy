identification division.
program-id. primeque.

*>intra-day request queue for the crypto team's "did you already test
*>these" questions, replacing the phone call and the numbers keyed one
*>at a time into the inquiry screen. the team drops request files
*>(name ending .req) into the queue directory; each carries its
*>ticket number and requestor code as keyword lines, then the
*>candidates one per line, free format like a primes.dat row:
*>  TICKET=<ticket number>
*>  REQUESTOR=<requestor code, the same codes as the C client rows>
*>  <candidate>
*>  ...
*>lines starting '*' are comments. the function word on the command
*>line picks the pass:
*>  ANSWER   - the daytime pass: every ticket in the queue is answered
*>             from the verified-results master and the run-history
*>             log, nothing is ever computed. one response file per
*>             ticket goes to the response directory. a number the
*>             shop has never seen is appended (under a C row for the
*>             requestor) to the staging feed the nightly run takes
*>             as an extra feed, and noted in the waiting list with
*>             the ticket it is owed to. an answered request file is
*>             renamed .done, a malformed one .bad
*>  FOLLOWUP - the pass after the nightly run: every waiting number the
*>             master now holds goes out in a follow-up response for
*>             its ticket (ticket.yyyymmdd.hhmmss.fup, so a second
*>             follow-up pass never overwrites the first), and the
*>             waiting list and the staging feed are cut down to the
*>             numbers still owed
*>response files are fixed layout, one record each, header first:
*>  H ticket(10) requestor(3) date(8) time(6) ANSWER/FOLLOWUP
*>  D number(18) code(1) factor(18) source(1) first-seen(8)
*>    times-seen(9) runs(5) last-run date(8) time(6)
*>  T rows(9) answered(9) waiting(9) illegal(9)
*>code P, Q or N is an answer (source M from the master, H from the
*>history alone); W is waiting for the nightly run, X an illegal row.
*>answers go out in number order

environment division.
input-output section.
file-control.
select master-file assign to dynamic ws-master-name
  organization is indexed
  access is random
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

select list-file assign to dynamic ws-list-name
  organization is line sequential
  FILE STATUS list-stat.

select request-file assign to dynamic ws-req-name
  organization is line sequential
  FILE STATUS request-stat.

select response-file assign to dynamic ws-resp-name
  organization is line sequential
  FILE STATUS response-stat.

select stage-file assign to dynamic ws-stage-name
  organization is line sequential
  FILE STATUS stage-stat.

select wait-file assign to dynamic ws-wait-name
  organization is line sequential
  FILE STATUS wait-stat.

select work-file assign to dynamic ws-work-name
  organization is line sequential
  FILE STATUS work-stat.

select report-file assign to dynamic ws-report-name
  organization is line sequential
  FILE STATUS report-stat.

select lock-file assign to dynamic ws-lock-name
  organization is line sequential
  FILE STATUS lock-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

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

*>the queue directory's listing, one request file name per line
fd list-file.
01 list-record.
 05 list-row pic x(100).

fd request-file.
01 request-record.
 05 request-row pic x(100).

fd response-file.
01 response-record.
 05 response-info pic x(100).

fd stage-file.
01 stage-record.
 05 stage-row pic x(100).

fd wait-file.
01 wait-record.
 05 wait-info pic x(100).

fd work-file.
01 work-record.
 05 work-info pic x(100).

fd report-file.
01 rpt-line.
 05 rpt-info pic x(132).

fd lock-file.
01 lock-in-record.
 05 lock-info pic x(50).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-function pic x(8) value spaces.
77 ws-queue-dir pic x(30) value 'reqqueue'.
77 ws-resp-dir pic x(30) value 'reqresp'.
77 ws-master-name pic x(30) value 'verified.mst'.
77 ws-history-name pic x(30) value 'verified.hst'.
77 ws-stage-name pic x(30) value 'staged.dat'.
77 ws-wait-name pic x(30) value 'reqwait.dat'.
77 ws-report-name pic x(30) value 'primeque.out'.
77 ws-lock-name pic x(30) value 'verified.lck'.
77 ws-list-name pic x(30) value 'primeque.lst'.
77 ws-work-name pic x(30) value 'primeque.wrk'.
*>request and response names carry their directory, so they get more
*>room than the fixed file names
77 ws-req-name pic x(100) value spaces.
77 ws-resp-name pic x(100) value spaces.
77 ws-req-new-name pic x(100) value spaces.
01  master-stat pic xx.
01  history-stat pic xx.
01  list-stat pic xx.
01  request-stat pic xx.
01  response-stat pic xx.
01  stage-stat pic xx.
01  wait-stat pic xx.
01  work-stat pic xx.
01  report-stat pic xx.
01  lock-stat pic xx.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.
77 ws-cmd picture x(200) value spaces.
77 ws-sys-rc picture s9(9) usage is computational value 0.
77 ws-ren-rc picture s9(9) usage is computational value 0.

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-list-eof-flag picture x(1) value 'n'.
  88 list-eof-bool value 'y'.
01 ws-report-open-flag picture x(1) value 'n'.
  88 report-open-bool value 'y'.
01 ws-history-open-flag picture x(1) value 'n'.
  88 history-open-bool value 'y'.
01 ws-resp-open-flag picture x(1) value 'n'.
  88 resp-open-bool value 'y'.

77 ws-severity picture 9(2) value 0.

*>one request file's keyword lines and its candidates, free format
*>the way the check program parses a feed row
77 ws-ticket picture x(10) value spaces.
77 ws-requestor picture x(3) value spaces.
77 ws-req-key picture x(30) value spaces.
77 ws-req-value picture x(70) value spaces.
77 ws-trimmed-num picture x(100) value spaces.
77 ws-numval-pos picture 9(4) usage is computational.
77 ws-parsed-n picture s9(18) usage is computational.
*>the ticket's candidates, loaded in file order and shell-sorted
*>into number order so one pass of the run-history log can find
*>each line's number by binary search
77 ws-rq-max picture 9(5) value 5000.
01 ws-rq-table.
  02 ws-rq-count picture 9(5) value 0.
  02 ws-rq-entry occurs 5000 times.
    03 ws-rq-num picture s9(18) usage is computational.
    03 ws-rq-code picture x(1).
    03 ws-rq-factor picture s9(18) usage is computational.
    03 ws-rq-source picture x(1).
    03 ws-rq-first-date picture 9(8).
    03 ws-rq-times picture 9(9).
    03 ws-rq-runs picture 9(5).
    03 ws-rq-last-stamp.
      04 ws-rq-last-date picture x(8).
      04 ws-rq-last-time picture x(6).
77 ws-rq-idx picture 9(5) usage is computational.
01 ws-rq-full-flag picture x(1) value 'n'.
  88 rq-full-bool value 'y'.

*>shell-sort working fields (3h+1 gap sequence), plus a whole-entry
*>temp for the swap
77 ws-sort-h picture 9(5) usage is computational.
77 ws-sort-i picture 9(5) usage is computational.
77 ws-sort-j picture 9(5) usage is computational.
01 ws-sort-temp.
  02 ws-temp-num picture s9(18) usage is computational.
  02 filler picture x(1).
  02 filler picture s9(18) usage is computational.
  02 filler picture x(1).
  02 filler picture 9(8).
  02 filler picture 9(9).
  02 filler picture 9(5).
  02 filler picture x(14).

*>the ticket slot whose number the history is being read for - the
*>first of any run of equal numbers in the sorted table - and that
*>number in the history key's own shape
77 ws-hs-idx picture s9(5) usage is computational.
77 ws-hs-first picture s9(5) usage is computational.
01 ws-hist-want-n picture 9(18) value 0.
01 ws-hist-want redefines ws-hist-want-n picture x(18).

*>mirror of the history-line layout the check program files in
*>verified.hst, fields taken as text
01 ws-hist-rec.
  02 ws-hist-num picture x(18).
  02 filler picture x.
  02 ws-hist-yyyy picture x(4).
  02 filler picture x.
  02 ws-hist-mon picture x(2).
  02 filler picture x.
  02 ws-hist-dd picture x(2).
  02 filler picture x.
  02 ws-hist-hh picture x(2).
  02 filler picture x.
  02 ws-hist-mm picture x(2).
  02 filler picture x.
  02 ws-hist-ss picture x(2).
  02 filler picture x(3).
  02 ws-hist-in-name picture x(30).
  02 filler picture x(3).
  02 ws-hist-result picture x(1).
  02 filler picture x.
  02 ws-hist-factor picture x(18).
77 ws-hist-num-n picture s9(18) usage is computational.
*>the history line's stamp run together, so the latest run that saw
*>a number is a plain comparison
01 ws-hist-stamp.
  02 ws-hs-yyyy picture x(4).
  02 ws-hs-mon picture x(2).
  02 ws-hs-dd picture x(2).
  02 ws-hs-hh picture x(2).
  02 ws-hs-mm picture x(2).
  02 ws-hs-ss picture x(2).

*>response records, fixed layout (see the header comment)
01 resp-header-rec.
  02 filler picture x(1) value 'H'.
  02 rh-ticket picture x(10).
  02 rh-requestor picture x(3).
  02 rh-date picture 9(8).
  02 rh-time picture 9(6).
  02 rh-kind picture x(8).
01 resp-detail-rec.
  02 filler picture x(1) value 'D'.
  02 rd-num picture 9(18).
  02 rd-code picture x(1).
  02 rd-factor picture 9(18).
  02 rd-source picture x(1).
  02 rd-first-date picture 9(8).
  02 rd-times picture 9(9).
  02 rd-runs picture 9(5).
  02 rd-last-date picture x(8).
  02 rd-last-time picture x(6).
01 resp-trailer-rec.
  02 filler picture x(1) value 'T'.
  02 rt-count picture 9(9).
  02 rt-answered picture 9(9).
  02 rt-waiting picture 9(9).
  02 rt-illegal picture 9(9).

*>the staging feed: a C row naming the requestor so the nightly run
*>bills the computation to them, then the numbers owed
01 stage-client-line.
  02 filler picture x(2) value 'C '.
  02 sc-requestor picture x(3).
01 stage-num-line.
  02 sn-num picture 9(18).

*>the waiting list: one line per number owed, with its ticket,
*>requestor and when it was queued
01 wait-line.
  02 wt-ticket picture x(10).
  02 filler picture x value space.
  02 wt-requestor picture x(3).
  02 filler picture x value space.
  02 wt-num picture 9(18).
  02 filler picture x value space.
  02 wt-date picture 9(8).
  02 filler picture x value space.
  02 wt-time picture 9(6).
01 ws-wait-rec.
  02 ws-wt-ticket picture x(10).
  02 filler picture x.
  02 ws-wt-requestor picture x(3).
  02 filler picture x.
  02 ws-wt-num picture x(18).
  02 filler picture x.
  02 ws-wt-date picture x(8).
  02 filler picture x.
  02 ws-wt-time picture x(6).
77 ws-cur-ticket picture x(10) value spaces.
77 ws-cur-requestor picture x(3) value spaces.

77 ws-tk-rows picture 9(9) value 0.
77 ws-tk-answered picture 9(9) value 0.
77 ws-tk-waiting picture 9(9) value 0.
77 ws-tk-illegal picture 9(9) value 0.
77 ws-tot-tickets picture 9(9) value 0.
77 ws-tot-rejected picture 9(9) value 0.
77 ws-tot-rows picture 9(9) value 0.
77 ws-tot-answered picture 9(9) value 0.
77 ws-tot-waiting picture 9(9) value 0.
77 ws-tot-illegal picture 9(9) value 0.
77 ws-tot-followups picture 9(9) value 0.
77 ws-tot-still-owed picture 9(9) value 0.

*>run-lock manners: the queue passes append to (and the follow-up
*>rewrites) the staging feed the nightly run reads, so they wait for
*>and hold the same lock the check program takes
01 ws-lock-rec.
  02 ws-lk-date picture x(8).
  02 filler picture x.
  02 ws-lk-time picture x(6).
  02 filler picture x.
  02 ws-lk-in-name picture x(30).
77 ws-lock-del-name picture x(30) value spaces.
77 ws-lock-del-rc picture s9(9) usage is computational value 0.
01 lock-line.
  02 lk-date picture 9(8).
  02 filler picture x value space.
  02 lk-time picture 9(6).
  02 filler picture x value space.
  02 lk-in-name picture x(30).
01 ws-lock-held-flag picture x(1) value 'n'.
  88 lock-held-bool value 'y'.
77 ws-lock-retry-limit picture 9(2) value 6.
77 ws-lock-retry picture 9(2) value 0.
77 ws-lock-wait-secs picture 9(9) usage is computational value 10.
77 ws-lock-stale-minutes picture 9(4) value 120.
77 ws-lock-today-num picture 9(8) value 0.
77 ws-lock-today-int picture 9(9) usage is computational.
77 ws-lock-held-int picture 9(9) usage is computational.
77 ws-lock-age-mins picture s9(9) usage is computational.
77 ws-lk-date-n picture 9(8) value 0.
77 ws-lk-hh-n picture 9(2) value 0.
77 ws-lk-mm-n picture 9(2) value 0.

*>processing-date control the date-roll step (primeday) keeps: its
*>business date is stamped in place of the clock date. NONE, or a
*>control with no readable P line, leaves the clock date
77 ws-procdate-name pic x(30) value 'procdate.ctl'.
01  procdate-stat pic xx.
77 ws-pd-proc-date picture 9(8) value 0.
*>the clock date, kept for the lock and the journal, which order by
*>real time
77 ws-clock-date picture 9(8) value 0.
*>mirror of the control's P line
01 ws-pd-rec.
  02 ws-pd-kind picture x(1).
  02 filler picture x.
  02 ws-pd-date picture x(8).
  02 filler picture x(70).

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
  02 filler picture x(23) value 'request queue report - '.
  02 rpt-title-func picture x(8).
  02 filler picture x(3) value ' - '.
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
01 ticket-line.
  02 filler picture x(8) value ' ticket '.
  02 tl-ticket picture x(10).
  02 filler picture x(12) value '  requestor '.
  02 tl-requestor picture x(3).
  02 filler picture x(7) value '  rows '.
  02 tl-rows picture z(5)9.
  02 filler picture x(11) value '  answered '.
  02 tl-answered picture z(5)9.
  02 filler picture x(10) value '  waiting '.
  02 tl-waiting picture z(5)9.
  02 filler picture x(10) value '  illegal '.
  02 tl-illegal picture z(5)9.

procedure division.
  accept ws-run-date-group from date yyyymmdd.
  accept ws-run-time-group from time.
  move ws-run-date-group to ws-clock-date.

  *>function word and names from the command line for the scheduled
  *>passes, or prompted at a terminal, same convention as the other
  *>utilities
  accept ws-arg-count from argument-number.
  if ws-arg-count >= 1
    display 1 upon argument-number
    accept ws-function from argument-value
    if ws-arg-count >= 2
      display 2 upon argument-number
      accept ws-queue-dir from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-resp-dir from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-master-name from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-history-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-stage-name from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-wait-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 9
      display 9 upon argument-number
      accept ws-lock-name from argument-value
    end-if
    if ws-arg-count >= 10
      display 10 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'function? (ANSWER / FOLLOWUP)'
    accept ws-function from console
    end-accept
    display 'enter queue directory (default reqqueue)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-queue-dir
    end-if
    display 'enter response directory (default reqresp)'
    accept ws-arg-buffer from console
    end-accept
    if ws-arg-buffer not = spaces
      move ws-arg-buffer to ws-resp-dir
    end-if
  end-if.

  move function upper-case(ws-function) to ws-function.
  perform read-processing-date.
  perform open-report.

  if ws-function not = 'ANSWER' and ws-function not = 'FOLLOWUP'
    display 'UNKNOWN FUNCTION: ' ws-function
    display 'EXPECTED ANSWER OR FOLLOWUP'
    move 'unknown function word, nothing done' to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform take-run-lock
    if not lock-held-bool
      display 'ANOTHER RUN HOLDS THE LOCK - QUEUE LEFT FOR NEXT PASS'
      move 'another run holds the lock, nothing done' to nl-text
      perform write-note-line
      move 16 to ws-severity
    else
      if ws-function = 'ANSWER'
        perform do-answer
      else
        perform do-followup
      end-if
      perform release-run-lock
    end-if
  end-if.

  if report-open-bool
    close report-file
    display 'request queue report output to ' ws-report-name
  end-if.
  move ws-severity to return-code.
  stop run.

*>the daytime pass. the master is the one file the answers cannot do
*>without - a pass without it would stage every number for the
*>nightly run - so it leaves the queue untouched for the next pass.
*>the staging feed and waiting list are the promise of a follow-up,
*>so a ticket is not answered unless both can be written
do-answer.
  open input master-file
  if master-stat not = "00"
    display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
    display 'FILE STATUS: ' master-stat
    move 'results master would not open, queue left for next pass'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    perform open-stage-and-wait
    if ws-severity < 16
      perform list-queue
      open input list-file
      if list-stat = "00"
        move 'n' to ws-list-eof-flag
        perform until list-eof-bool
          read list-file
            at end move 'y' to ws-list-eof-flag
            not at end
              if list-row not = spaces
                move list-row to ws-req-name
                perform answer-one-ticket
              end-if
          end-read
        end-perform
        close list-file
      end-if
      close stage-file
      close wait-file
      perform write-answer-counts
    end-if
    close master-file
  end-if.

open-stage-and-wait.
  open extend stage-file
  if stage-stat = "35"
    close stage-file
    open output stage-file
  end-if
  if stage-stat not = "00"
    display 'STAGING FEED COULD NOT BE OPENED: ' ws-stage-name
    display 'FILE STATUS: ' stage-stat
    move 16 to ws-severity
  else
    open extend wait-file
    if wait-stat = "35"
      close wait-file
      open output wait-file
    end-if
    if wait-stat not = "00"
      display 'WAITING LIST COULD NOT BE OPENED: ' ws-wait-name
      display 'FILE STATUS: ' wait-stat
      move 16 to ws-severity
      close stage-file
    end-if
  end-if
  if ws-severity >= 16
    move 'staging feed or waiting list would not open, queue left'
        & ' for next pass' to nl-text
    perform write-note-line
  end-if.

*>the queue directory listed into a work file the pass reads; an
*>empty queue lists nothing and the pass ends with nothing to do
list-queue.
  move spaces to ws-cmd
  string 'ls -1 ' function trim(ws-queue-dir) '/*.req > '
      function trim(ws-list-name) ' 2>/dev/null'
    delimited by size
    into ws-cmd
  end-string
  call "SYSTEM" using ws-cmd
    returning ws-sys-rc
  end-call.

*>one ticket start to finish: keywords first (a ticket without its
*>number or requestor cannot be answered - or billed - so it is set
*>aside as .bad), then the candidates, then the answers
answer-one-ticket.
  move spaces to ws-ticket
  move spaces to ws-requestor
  move 0 to ws-tk-rows
  move 0 to ws-tk-answered
  move 0 to ws-tk-waiting
  move 0 to ws-tk-illegal
  move 0 to ws-rq-count
  move 'n' to ws-rq-full-flag
  open input request-file
  if request-stat not = "00"
    display 'REQUEST FILE COULD NOT BE OPENED: '
        function trim(ws-req-name)
    display 'FILE STATUS: ' request-stat
    move spaces to nl-text
    string 'could not open ' function trim(ws-req-name)
        ' - left in the queue'
      delimited by size into nl-text
    end-string
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  else
    move 'n' to eof
    perform until eof-bool
      read request-file
        at end move 'y' to eof
        not at end
          perform read-request-keyword
      end-read
    end-perform
    close request-file
    if ws-ticket = spaces or ws-requestor = spaces
      move spaces to nl-text
      string function trim(ws-req-name)
          ' has no TICKET= or REQUESTOR= line - set aside as .bad'
        delimited by size into nl-text
      end-string
      perform write-note-line
      add 1 to ws-tot-rejected
      if ws-severity < 4
        move 4 to ws-severity
      end-if
      move spaces to ws-req-new-name
      string function trim(ws-req-name) '.bad'
        delimited by size into ws-req-new-name
      end-string
      perform rename-request
    else
      perform open-response
      if resp-open-bool
        move 'ANSWER' to rh-kind
        perform write-response-header
        perform load-ticket-candidates
        perform sort-ticket-table
        perform look-up-master
        perform scan-history
        perform write-ticket-answers
        perform close-response
        move spaces to ws-req-new-name
        string function trim(ws-req-name) '.done'
          delimited by size into ws-req-new-name
        end-string
        perform rename-request
        add 1 to ws-tot-tickets
        perform write-ticket-line
      end-if
    end-if
  end-if.

read-request-keyword.
  if request-row(1:1) not = '*' and request-row not = spaces
    move spaces to ws-req-key
    move spaces to ws-req-value
    unstring request-row delimited by '='
      into ws-req-key ws-req-value
    end-unstring
    move function upper-case(function trim(ws-req-key)) to ws-req-key
    if ws-req-key = 'TICKET'
      move function trim(ws-req-value) to ws-ticket
    end-if
    if ws-req-key = 'REQUESTOR'
      move function upper-case(function trim(ws-req-value))
          to ws-requestor
    end-if
  end-if.

*>second pass: every row that is not a comment or a keyword line is
*>a candidate. an illegal one (not a number, or negative) is answered
*>X on the spot; one past the table's room is answered X too, with a
*>note on the report that the rest must be resubmitted
load-ticket-candidates.
  open input request-file
  if request-stat = "00"
    move 'n' to eof
    perform until eof-bool
      read request-file
        at end move 'y' to eof
        not at end
          if request-row(1:1) not = '*' and request-row not = spaces
            move 0 to ws-numval-pos
            inspect request-row tallying ws-numval-pos for all '='
            if ws-numval-pos = 0
              perform load-one-candidate
            end-if
          end-if
      end-read
    end-perform
    close request-file
  end-if
  if rq-full-bool
    move spaces to nl-text
    string 'ticket ' function trim(ws-ticket) ' over '
        ws-rq-max ' candidates - the rest answered X'
      delimited by size into nl-text
    end-string
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if.

load-one-candidate.
  add 1 to ws-tk-rows
  move function trim(request-row) to ws-trimmed-num
  compute ws-numval-pos = function test-numval(ws-trimmed-num)
  if ws-numval-pos = 0
    compute ws-parsed-n = function numval(ws-trimmed-num)
  end-if
  if ws-numval-pos not = 0 or ws-parsed-n < 0
    perform write-illegal-answer
  else
    if ws-rq-count >= ws-rq-max
      move 'y' to ws-rq-full-flag
      perform write-illegal-answer
    else
      add 1 to ws-rq-count
      move ws-parsed-n to ws-rq-num(ws-rq-count)
      move space to ws-rq-code(ws-rq-count)
      move 0 to ws-rq-factor(ws-rq-count)
      move space to ws-rq-source(ws-rq-count)
      move 0 to ws-rq-first-date(ws-rq-count)
      move 0 to ws-rq-times(ws-rq-count)
      move 0 to ws-rq-runs(ws-rq-count)
      move zeros to ws-rq-last-stamp(ws-rq-count)
    end-if
  end-if.

write-illegal-answer.
  add 1 to ws-tk-illegal
  move zeros to rd-num
  move 'X' to rd-code
  move zeros to rd-factor
  move space to rd-source
  move zeros to rd-first-date
  move zeros to rd-times
  move zeros to rd-runs
  move zeros to rd-last-date
  move zeros to rd-last-time
  write response-record from resp-detail-rec.

*>shell sort (3h+1 gaps) of the ticket table into number order, whole
*>entries moved through the group temp
sort-ticket-table.
  move 1 to ws-sort-h
  perform until ws-sort-h > ws-rq-count / 3
    compute ws-sort-h = ws-sort-h * 3 + 1
  end-perform
  perform until ws-sort-h < 1
    move ws-sort-h to ws-sort-i
    perform until ws-sort-i >= ws-rq-count
      add 1 to ws-sort-i
      move ws-rq-entry(ws-sort-i) to ws-sort-temp
      move ws-sort-i to ws-sort-j
      perform until ws-sort-j <= ws-sort-h
          or ws-rq-num(ws-sort-j - ws-sort-h) <= ws-temp-num
        move ws-rq-entry(ws-sort-j - ws-sort-h)
            to ws-rq-entry(ws-sort-j)
        subtract ws-sort-h from ws-sort-j
      end-perform
      move ws-sort-temp to ws-rq-entry(ws-sort-j)
    end-perform
    compute ws-sort-h = ws-sort-h / 3
  end-perform.

*>the master answers "ever verified, what result, first when, how
*>often" for every number it holds
look-up-master.
  move 0 to ws-rq-idx
  perform until ws-rq-idx >= ws-rq-count
    add 1 to ws-rq-idx
    move ws-rq-num(ws-rq-idx) to master-num
    read master-file
      invalid key continue
      not invalid key
        move master-result to ws-rq-code(ws-rq-idx)
        move master-factor to ws-rq-factor(ws-rq-idx)
        move 'M' to ws-rq-source(ws-rq-idx)
        move master-first-date to ws-rq-first-date(ws-rq-idx)
        move master-times-seen to ws-rq-times(ws-rq-idx)
    end-read
  end-perform.

*>the run-history records for each number the ticket asks about,
*>read by key: each adds a run to that number's count and, if it is
*>the latest run seen so far, becomes its last-run stamp. a number
*>the master has lost (a purge, a master-off run) is answered from
*>its latest history record. a history problem costs the run counts,
*>never the answers the master already gave
scan-history.
  move 'n' to ws-history-open-flag
  if ws-rq-count > 0 and ws-history-name not = 'NONE'
    open input history-file
    if history-stat = "00"
      move 'y' to ws-history-open-flag
      move 0 to ws-hs-idx
      perform until ws-hs-idx >= ws-rq-count
        add 1 to ws-hs-idx
        if ws-hs-idx = 1
            or ws-rq-num(ws-hs-idx) not = ws-rq-num(ws-hs-idx - 1)
          move ws-hs-idx to ws-hs-first
          perform read-number-history
        end-if
      end-perform
      close history-file
    else
      display 'RUN-HISTORY LOG COULD NOT BE OPENED: ' ws-history-name
      display 'FILE STATUS: ' history-stat
      move 'run-history log would not open - answered from the'
          & ' master alone' to nl-text
      perform write-note-line
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    end-if
  end-if.

*>every history record of one ticket number: positioned at its
*>first run by the key, then read on until the number changes
read-number-history.
  move ws-rq-num(ws-hs-first) to ws-hist-want-n
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
          move ws-hist-want-n to ws-hist-num-n
          perform note-history-match
        end-if
    end-read
  end-perform.

note-history-match.
  move ws-hist-yyyy to ws-hs-yyyy
  move ws-hist-mon to ws-hs-mon
  move ws-hist-dd to ws-hs-dd
  move ws-hist-hh to ws-hs-hh
  move ws-hist-mm to ws-hs-mm
  move ws-hist-ss to ws-hs-ss
  move ws-hs-first to ws-rq-idx
  perform until ws-rq-idx > ws-rq-count
      or ws-rq-num(ws-rq-idx) not = ws-hist-num-n
    add 1 to ws-rq-runs(ws-rq-idx)
    if ws-hist-stamp > ws-rq-last-stamp(ws-rq-idx)
      move ws-hist-stamp to ws-rq-last-stamp(ws-rq-idx)
      if ws-rq-source(ws-rq-idx) not = 'M'
        move 'H' to ws-rq-source(ws-rq-idx)
        move ws-hist-result to ws-rq-code(ws-rq-idx)
        move 0 to ws-rq-factor(ws-rq-idx)
        if ws-hist-factor is numeric
          move ws-hist-factor to ws-rq-factor(ws-rq-idx)
        end-if
      end-if
    end-if
    add 1 to ws-rq-idx
  end-perform.

*>the answers in number order; whatever neither file knows is owed
*>a follow-up: staged for the nightly run under the requestor's C
*>row and put on the waiting list against this ticket
write-ticket-answers.
  move 0 to ws-rq-idx
  perform until ws-rq-idx >= ws-rq-count
    add 1 to ws-rq-idx
    if ws-rq-source(ws-rq-idx) = space
      move 'W' to ws-rq-code(ws-rq-idx)
      if ws-tk-waiting = 0
        move ws-requestor to sc-requestor
        write stage-record from stage-client-line
      end-if
      add 1 to ws-tk-waiting
      move ws-rq-num(ws-rq-idx) to sn-num
      write stage-record from stage-num-line
      move ws-ticket to wt-ticket
      move ws-requestor to wt-requestor
      move ws-rq-num(ws-rq-idx) to wt-num
      move ws-run-date-group to wt-date
      move ws-run-time-group(1:6) to wt-time
      write wait-record from wait-line
    else
      add 1 to ws-tk-answered
    end-if
    move ws-rq-num(ws-rq-idx) to rd-num
    move ws-rq-code(ws-rq-idx) to rd-code
    move ws-rq-factor(ws-rq-idx) to rd-factor
    move ws-rq-source(ws-rq-idx) to rd-source
    move ws-rq-first-date(ws-rq-idx) to rd-first-date
    move ws-rq-times(ws-rq-idx) to rd-times
    move ws-rq-runs(ws-rq-idx) to rd-runs
    move ws-rq-last-date(ws-rq-idx) to rd-last-date
    move ws-rq-last-time(ws-rq-idx) to rd-last-time
    write response-record from resp-detail-rec
  end-perform.

*>the response goes to the response directory under the ticket
*>number; one that cannot be created leaves the request in the queue
*>for the next pass
open-response.
  move spaces to ws-resp-name
  string function trim(ws-resp-dir) '/' function trim(ws-ticket)
      '.rsp'
    delimited by size into ws-resp-name
  end-string
  perform open-response-file.

open-response-file.
  move 'n' to ws-resp-open-flag
  open output response-file
  if response-stat = "00"
    move 'y' to ws-resp-open-flag
  else
    display 'RESPONSE FILE COULD NOT BE OPENED: '
        function trim(ws-resp-name)
    display 'FILE STATUS: ' response-stat
    move spaces to nl-text
    string 'could not write ' function trim(ws-resp-name)
        ' - ticket left for next pass'
      delimited by size into nl-text
    end-string
    perform write-note-line
    move 8 to ws-severity
  end-if.

write-response-header.
  move ws-ticket to rh-ticket
  move ws-requestor to rh-requestor
  move ws-run-date-group to rh-date
  move ws-run-time-group(1:6) to rh-time
  write response-record from resp-header-rec.

close-response.
  move ws-tk-rows to rt-count
  move ws-tk-answered to rt-answered
  move ws-tk-waiting to rt-waiting
  move ws-tk-illegal to rt-illegal
  write response-record from resp-trailer-rec
  close response-file
  move 'n' to ws-resp-open-flag.

rename-request.
  call 'CBL_RENAME_FILE' using ws-req-name ws-req-new-name
    returning ws-ren-rc
  end-call
  if ws-ren-rc not = 0
    display 'REQUEST FILE COULD NOT BE RENAMED: '
        function trim(ws-req-name)
    move spaces to nl-text
    string function trim(ws-req-name)
        ' not renamed - it will be answered again next pass'
      delimited by size into nl-text
    end-string
    perform write-note-line
    if ws-severity < 4
      move 4 to ws-severity
    end-if
  end-if.

write-ticket-line.
  add ws-tk-rows to ws-tot-rows
  add ws-tk-answered to ws-tot-answered
  add ws-tk-waiting to ws-tot-waiting
  add ws-tk-illegal to ws-tot-illegal
  move ws-ticket to tl-ticket
  move ws-requestor to tl-requestor
  move ws-tk-rows to tl-rows
  move ws-tk-answered to tl-answered
  move ws-tk-waiting to tl-waiting
  move ws-tk-illegal to tl-illegal
  if report-open-bool
    write rpt-line from ticket-line after advancing 1 line
  end-if.

write-answer-counts.
  perform write-blank-line
  move 'tickets answered:' to cn-label
  move ws-tot-tickets to cn-count
  perform write-count-line
  move 'tickets set aside (.bad):' to cn-label
  move ws-tot-rejected to cn-count
  perform write-count-line
  move 'candidate rows:' to cn-label
  move ws-tot-rows to cn-count
  perform write-count-line
  move 'answered:' to cn-label
  move ws-tot-answered to cn-count
  perform write-count-line
  move 'staged for the nightly run:' to cn-label
  move ws-tot-waiting to cn-count
  perform write-count-line
  move 'illegal rows:' to cn-label
  move ws-tot-illegal to cn-count
  perform write-count-line
  display 'request queue: ' ws-tot-tickets ' ticket(s) answered, '
      ws-tot-waiting ' number(s) staged'.

*>the pass after the nightly run: the waiting list is walked in the
*>order it was written, so each ticket's numbers sit together. every
*>number the master now holds goes out in that ticket's follow-up
*>response (opened on its first answer, so a ticket with nothing new
*>gets nothing); the rest are kept, and the staging feed is rebuilt
*>from what is kept - numbers still owed go round again, numbers
*>answered are not computed twice
do-followup.
  open input master-file
  if master-stat not = "00"
    display 'RESULTS MASTER COULD NOT BE OPENED: ' ws-master-name
    display 'FILE STATUS: ' master-stat
    move 'results master would not open, nothing followed up'
        to nl-text
    perform write-note-line
    move 16 to ws-severity
  else
    open input wait-file
    if wait-stat = "35"
      move 'no waiting list - nothing owed' to nl-text
      perform write-note-line
    else
      if wait-stat not = "00"
        display 'WAITING LIST COULD NOT BE OPENED: ' ws-wait-name
        display 'FILE STATUS: ' wait-stat
        move 16 to ws-severity
      else
        open output work-file
        if work-stat not = "00"
          display 'WORK FILE COULD NOT BE OPENED: ' ws-work-name
          display 'FILE STATUS: ' work-stat
          close wait-file
          move 16 to ws-severity
        else
          perform follow-up-waiting
          close wait-file
          close work-file
          perform rebuild-waiting
        end-if
      end-if
    end-if
    close master-file
    perform write-followup-counts
  end-if.

follow-up-waiting.
  move spaces to ws-cur-ticket
  move 'n' to ws-resp-open-flag
  move 'n' to eof
  perform until eof-bool
    read wait-file
      at end move 'y' to eof
      not at end
        move wait-info to ws-wait-rec
        if ws-wt-num is numeric
          if ws-wt-ticket not = ws-cur-ticket
            perform close-followup
            move ws-wt-ticket to ws-cur-ticket
            move ws-wt-requestor to ws-cur-requestor
            move 0 to ws-tk-rows
            move 0 to ws-tk-answered
            move 0 to ws-tk-waiting
            move 0 to ws-tk-illegal
          end-if
          add 1 to ws-tk-rows
          move ws-wt-num to master-num
          read master-file
            invalid key
              write work-record from wait-info
              add 1 to ws-tot-still-owed
              add 1 to ws-tk-waiting
            not invalid key
              perform write-followup-answer
          end-read
        end-if
    end-read
  end-perform
  perform close-followup.

write-followup-answer.
  if not resp-open-bool
    move spaces to ws-resp-name
    string function trim(ws-resp-dir) '/' function trim(ws-cur-ticket)
        '.' ws-run-date-group '.' ws-run-time-group(1:6) '.fup'
      delimited by size into ws-resp-name
    end-string
    perform open-response-file
    if resp-open-bool
      move ws-cur-ticket to ws-ticket
      move ws-cur-requestor to ws-requestor
      move 'FOLLOWUP' to rh-kind
      perform write-response-header
    end-if
  end-if
  if resp-open-bool
    add 1 to ws-tk-answered
    add 1 to ws-tot-answered
    move master-num to rd-num
    move master-result to rd-code
    move master-factor to rd-factor
    move 'M' to rd-source
    move master-first-date to rd-first-date
    move master-times-seen to rd-times
    move zeros to rd-runs
    move zeros to rd-last-date
    move zeros to rd-last-time
    write response-record from resp-detail-rec
  else
    *>no response to carry the answer - it stays owed
    write work-record from wait-info
    add 1 to ws-tot-still-owed
    add 1 to ws-tk-waiting
  end-if.

close-followup.
  if resp-open-bool
    perform close-response
    add 1 to ws-tot-followups
    move ws-cur-ticket to tl-ticket
    move ws-cur-requestor to tl-requestor
    move ws-tk-rows to tl-rows
    move ws-tk-answered to tl-answered
    move ws-tk-waiting to tl-waiting
    move 0 to tl-illegal
    if report-open-bool
      write rpt-line from ticket-line after advancing 1 line
    end-if
  end-if.

*>the kept entries back over the waiting list, and the staging feed
*>rebuilt from them with a C row wherever the requestor changes
rebuild-waiting.
  open input work-file
  open output wait-file
  open output stage-file
  if work-stat not = "00" or wait-stat not = "00"
      or stage-stat not = "00"
    display 'WAITING LIST COULD NOT BE REWRITTEN: ' ws-wait-name
    display 'KEPT ENTRIES ARE IN ' ws-work-name
    move spaces to nl-text
    string 'waiting list not rewritten - kept entries left in '
        function trim(ws-work-name)
      delimited by size into nl-text
    end-string
    perform write-note-line
    move 16 to ws-severity
  else
    move spaces to ws-cur-requestor
    move 'n' to eof
    perform until eof-bool
      read work-file
        at end move 'y' to eof
        not at end
          write wait-record from work-record
          move work-info to ws-wait-rec
          if ws-wt-requestor not = ws-cur-requestor
            move ws-wt-requestor to ws-cur-requestor
            move ws-wt-requestor to sc-requestor
            write stage-record from stage-client-line
          end-if
          move ws-wt-num to sn-num
          write stage-record from stage-num-line
      end-read
    end-perform
    close work-file
    close wait-file
    close stage-file
  end-if.

write-followup-counts.
  perform write-blank-line
  move 'follow-up responses sent:' to cn-label
  move ws-tot-followups to cn-count
  perform write-count-line
  move 'numbers answered:' to cn-label
  move ws-tot-answered to cn-count
  perform write-count-line
  move 'numbers still owed:' to cn-label
  move ws-tot-still-owed to cn-count
  perform write-count-line
  display 'follow-up: ' ws-tot-answered ' answered, '
      ws-tot-still-owed ' still owed'.

open-report.
  open output report-file
  if report-stat = "00"
    move 'y' to ws-report-open-flag
    move ws-function to rpt-title-func
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

*>take the run lock: wait politely for a live holder, seize a stale
*>one, refuse cleanly when the wait runs out - same manners as the
*>check program and master maintenance
take-run-lock.
  move 0 to ws-lock-retry
  move ws-clock-date to ws-lock-today-num
  compute ws-lock-today-int =
      function integer-of-date(ws-lock-today-num)
  perform until lock-held-bool
      or ws-lock-retry > ws-lock-retry-limit
    open input lock-file
    if lock-stat = "35"
      *>the failed open must be closed before the open output or
      *>the dynamic assign reports the file already open
      close lock-file
      perform write-lock-record
    else
      if lock-stat = "00"
        move spaces to ws-lock-rec
        read lock-file
          at end continue
          not at end
            move lock-info to ws-lock-rec
        end-read
        close lock-file
        perform judge-lock-age
        if ws-lock-age-mins > ws-lock-stale-minutes
          display 'STALE LOCK LEFT BY AN ABENDED RUN ('
              ws-lk-date ' ' ws-lk-time ') - SEIZING IT'
          perform write-lock-record
        else
          add 1 to ws-lock-retry
          if ws-lock-retry <= ws-lock-retry-limit
            display 'LOCK HELD BY RUN OF ' ws-lk-date ' '
                ws-lk-time ' (' function trim(ws-lk-in-name)
                ') - WAITING'
            call "C$SLEEP" using ws-lock-wait-secs
            end-call
          end-if
        end-if
      else
        display 'LOCK FILE COULD NOT BE READ (STATUS ' lock-stat
            ') - TREATING THE MASTER AS LOCKED'
        compute ws-lock-retry = ws-lock-retry-limit + 1
      end-if
    end-if
  end-perform.

judge-lock-age.
  if ws-lk-date is numeric and ws-lk-time(1:2) is numeric
      and ws-lk-time(3:2) is numeric
    move ws-lk-date to ws-lk-date-n
    move ws-lk-time(1:2) to ws-lk-hh-n
    move ws-lk-time(3:2) to ws-lk-mm-n
    compute ws-lock-held-int =
        function integer-of-date(ws-lk-date-n)
    compute ws-lock-age-mins =
        (ws-lock-today-int - ws-lock-held-int) * 1440
        + (ws-run-hh * 60 + ws-run-mm)
        - (ws-lk-hh-n * 60 + ws-lk-mm-n)
  else
    compute ws-lock-age-mins = ws-lock-stale-minutes + 1
  end-if.

write-lock-record.
  open output lock-file
  if lock-stat = "00"
    move ws-clock-date to lk-date
    move ws-run-time-group(1:6) to lk-time
    move 'request queue' to lk-in-name
    write lock-in-record from lock-line
    close lock-file
    move 'y' to ws-lock-held-flag
  else
    display 'LOCK FILE COULD NOT BE WRITTEN (STATUS ' lock-stat ')'
    compute ws-lock-retry = ws-lock-retry-limit + 1
  end-if.

release-run-lock.
  open input lock-file
  if lock-stat = "00"
    move spaces to ws-lock-rec
    read lock-file
      at end continue
      not at end
        move lock-info to ws-lock-rec
    end-read
    close lock-file
    if ws-lk-date = ws-clock-date
        and ws-lk-time = ws-run-time-group(1:6)
      move function trim(ws-lock-name) to ws-lock-del-name
      call 'CBL_DELETE_FILE' using ws-lock-del-name
        returning ws-lock-del-rc
      end-call
      if ws-lock-del-rc not = 0
        display 'LOCK COULD NOT BE RELEASED (RC ' ws-lock-del-rc ')'
      end-if
    else
      display 'LOCK ON FILE IS NOT OURS ANY MORE - LEFT IN PLACE'
    end-if
  end-if.

*>the business date from the processing-date control in place of the
*>clock date; a control that cannot be read, or carries no P line,
*>leaves the clock date with a warning, and the job ends at
*>severity 4 or worse
read-processing-date.
  if ws-procdate-name not = 'NONE'
    open input procdate-file
    if procdate-stat not = "00"
      display 'PROCESSING-DATE CONTROL COULD NOT BE OPENED: '
          ws-procdate-name
      display 'FILE STATUS: ' procdate-stat
    else
      perform until procdate-stat not = "00"
        read procdate-file into ws-pd-rec
          at end continue
          not at end
            if ws-pd-kind = 'P' and ws-pd-date is numeric
                and ws-pd-proc-date = 0
              move ws-pd-date to ws-pd-proc-date
            end-if
        end-read
      end-perform
      close procdate-file
    end-if
    if ws-pd-proc-date = 0
      display 'NO PROCESSING DATE ON ' ws-procdate-name
          ' - STAMPED WITH THE CLOCK DATE'
      if ws-severity < 4
        move 4 to ws-severity
      end-if
    else
      move ws-pd-proc-date to ws-run-date-group
    end-if
  end-if.
