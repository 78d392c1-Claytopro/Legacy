*>straight back, and prints a disposition report showing every
*>original row, what was done to it and why. this replaces the human
*>retyping step that was itself our main source of transcription
*>errors.
*>a repair run discards feed owners' rows, so it runs only for an
*>operator ID the operator table grants REPAIR to (sixth name on the
*>command line). the grant or refusal, and the run's counts, go on
*>the security log, and the operator ID is stamped on the report
*>title and every disposition line

environment division.
input-output section.
  organization is line sequential
  FILE STATUS exc-ledger-stat.

select operator-file assign to dynamic ws-operator-name
  organization is line sequential
  FILE STATUS operator-stat.

select security-file assign to dynamic ws-security-name
  organization is line sequential
  FILE STATUS security-stat.

data division.
file section.
fd exc-file.
01 exc-ledger-record.
 05 exc-ledger-info pic x(132).

*>the operator table primemnt signs its operators on against: the ID
*>in the first eight columns, then the function words it may use
fd operator-file.
01 operator-in-record.
 05 operator-info pic x(80).

fd security-file.
01 security-in-record.
 05 security-info pic x(132).

working-storage section.
77 ws-exc-name pic x(30) value 'exceptions.dat'.
77 ws-resub-name pic x(30) value 'resubmit.dat'.
01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.

*>operator sign-on, the same table, log and rules primemnt uses; the
*>function word this utility is granted under is REPAIR
77 ws-operator-id pic x(8) value spaces.
77 ws-operator-name pic x(30) value 'operators.dat'.
77 ws-security-name pic x(30) value 'security.log'.
01  operator-stat pic xx.
01  security-stat pic xx.
77 ws-op-function picture x(8) value 'REPAIR'.
01 ws-op-rec.
  02 ws-op-id picture x(8).
  02 filler picture x.
  02 ws-op-functions picture x(71).
77 ws-op-scan picture x(80) value spaces.
77 ws-op-word picture x(10) value spaces.
77 ws-op-word-len picture 9(2) usage is computational.
77 ws-op-hits picture 9(4) usage is computational.
01 ws-op-known-flag picture x(1) value 'n'.
  88 op-known-bool value 'y'.
01 ws-op-granted-flag picture x(1) value 'n'.
  88 op-granted-bool value 'y'.
01 ws-sec-logged-flag picture x(1) value 'n'.
  88 sec-logged-bool value 'y'.
77 ws-op-refusal picture x(60) value spaces.

*>mirror of primemnt's security-line
01 security-line.
  02 sl-date picture 9(8).
  02 filler picture x value space.
  02 sl-time picture 9(6).
  02 filler picture x value space.
  02 sl-program picture x(8).
  02 filler picture x value space.
  02 sl-operator picture x(8).
  02 filler picture x value space.
  02 sl-function picture x(8).
  02 filler picture x value space.
  02 sl-outcome picture x(7).
  02 filler picture x value space.
  02 sl-detail picture x(60).

*>the first line of a file the check program created opens with a
*>carriage-return byte from its first-row carriage control; shed it
*>before classifying
  02 rpt-title-mm picture 99.
  02 filler picture x value ':'.
  02 rpt-title-ss picture 99.
  02 filler picture x(13) value ' - operator: '.
  02 rpt-title-operator picture x(8).
01 rpt-under-line.
  02 filler picture x(50) value
' -------------------------------------------------'.
  02 disp-action picture x(12).
  02 filler picture x(2) value '- '.
  02 disp-reason picture x(60).
  02 filler picture x(4) value ' by '.
  02 disp-operator picture x(8).
01 resub-value-line.
  02 filler picture x(24) value '         resubmitted as '.
  02 rv-out picture z(17)9.
      display 5 upon argument-number
      accept ws-exc-ledger-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-operator-id from argument-value
    end-if
    if ws-arg-count >= 7
      display 7 upon argument-number
      accept ws-operator-name from argument-value
    end-if
    if ws-arg-count >= 8
      display 8 upon argument-number
      accept ws-security-name from argument-value
    end-if
  else
    display 'enter exceptions filename (default exceptions.dat)'
    accept ws-arg-buffer from console
        ' drop sign on negatives? (y/n)'
    accept ws-drop-sign-ans from console
    end-accept
    display 'operator ID?'
    accept ws-operator-id from console
    end-accept
  end-if.

  *>nothing is opened, written or moved on the ledger until the
  *>operator is signed on for REPAIR
  perform sign-on-operator.
  if not op-granted-bool
    move 16 to return-code
    stop run
  end-if.
  move ws-operator-id to disp-operator.

  open input exc-file
  if exc-stat not = "00"
    display 'disposition report output to ' ws-report-name
  end-if.

  *>the run's counts close the operator's entry on the security log
  move 'ENDED  ' to sl-outcome
  move spaces to sl-detail
  string 'read ' ws-tot-read ' resubmitted ' ws-tot-resub
      ' discarded ' ws-tot-discard
    delimited by size
    into sl-detail
  end-string
  perform write-security-line.

  stop run.

write-report-header.
  move ws-run-hh to rpt-title-hh
  move ws-run-mm to rpt-title-mm
  move ws-run-ss to rpt-title-ss
  move ws-operator-id to rpt-title-operator
  write rpt-line from rpt-title-line after advancing 0 lines
  write rpt-line from rpt-under-line after advancing 1 line.

write-resubmission.
  add 1 to ws-tot-resub
  write resub-record from ws-resub-value.

*>the operator is signed on against the table before anything is
*>touched, by primemnt's rules: no ID, an ID the table does not know,
*>or one whose line does not name REPAIR is refused and logged as a
*>violation, and so is a grant the security log cannot take
sign-on-operator.
  move function upper-case(ws-operator-id) to ws-operator-id
  move 'n' to ws-op-known-flag
  move 'n' to ws-op-granted-flag
  move spaces to ws-op-refusal
  if ws-operator-id = spaces
    move 'no operator ID given' to ws-op-refusal
  else
    open input operator-file
    if operator-stat not = "00"
      display 'OPERATOR TABLE COULD NOT BE OPENED: ' ws-operator-name
      display 'FILE STATUS: ' operator-stat
      move 'operator table could not be opened' to ws-op-refusal
    else
      move 'n' to eof
      perform until eof-bool or op-known-bool
        read operator-file
          at end move 'y' to eof
          not at end
            perform check-operator-line
        end-read
      end-perform
      close operator-file
      move 'n' to eof
      if not op-known-bool
        move 'operator ID not in the operator table' to ws-op-refusal
      else
        if not op-granted-bool
          move 'function not granted to this operator'
              to ws-op-refusal
        end-if
      end-if
    end-if
  end-if
  if op-granted-bool
    move 'GRANTED' to sl-outcome
    move spaces to sl-detail
    perform write-security-line
    if not sec-logged-bool
      move 'n' to ws-op-granted-flag
      move 'security log could not be written' to ws-op-refusal
    end-if
  end-if
  if not op-granted-bool
    move 'REFUSED' to sl-outcome
    move ws-op-refusal to sl-detail
    perform write-security-line
    display 'REPAIR REFUSED FOR OPERATOR '
        function trim(ws-operator-id) ': '
        function trim(ws-op-refusal)
    display 'NO ROWS DISPOSITIONED, LEDGER UNTOUCHED'
  end-if.

check-operator-line.
  if operator-info(1:1) not = '*' and operator-info not = spaces
    move operator-info to ws-op-rec
    if function upper-case(ws-op-id) = ws-operator-id
      move 'y' to ws-op-known-flag
      move spaces to ws-op-scan
      string ' ' function upper-case(ws-op-functions)
        delimited by size
        into ws-op-scan
      end-string
      move spaces to ws-op-word
      string ' ' function trim(ws-op-function) ' '
        delimited by size
        into ws-op-word
      end-string
      compute ws-op-word-len =
          function length(function trim(ws-op-function)) + 2
      move 0 to ws-op-hits
      inspect ws-op-scan tallying ws-op-hits
          for all ws-op-word(1:ws-op-word-len)
      if ws-op-hits > 0
        move 'y' to ws-op-granted-flag
      end-if
    end-if
  end-if.

write-security-line.
  move 'n' to ws-sec-logged-flag
  move ws-run-date-group to sl-date
  move ws-run-time-group(1:6) to sl-time
  move 'excrepar' to sl-program
  move ws-operator-id to sl-operator
  move ws-op-function to sl-function
  open extend security-file
  if security-stat = "35"
    close security-file
    open output security-file
  end-if
  if security-stat = "00"
    write security-in-record from security-line
    close security-file
    move 'y' to ws-sec-logged-flag
  else
    display 'SECURITY LOG COULD NOT BE OPENED: ' ws-security-name
    display 'FILE STATUS: ' security-stat
  end-if.
