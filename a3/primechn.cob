*>each rule is C (run the step), K (skip it, chain continues) or
*>S (stop the chain here). a step always runs while the chain is
*>still clean. lines starting '*' are comments
*>
*>a forced rerun names the step to restart from as the third name
*>on the command line: the steps ahead of it are not run again, and
*>the chain goes on from it as a fresh night would. a rerun is run
*>only for an operator ID (fourth name) the operator table grants
*>RERUN to; the grant or refusal and the rerun's verdict go on the
*>security log, and the chain log carries the operator on the line
*>that opens the rerun

environment division.
input-output section.
  organization is line sequential
  FILE STATUS chain-log-stat.

select operator-file assign to dynamic ws-operator-name
  organization is line sequential
  FILE STATUS operator-stat.

select security-file assign to dynamic ws-security-name
  organization is line sequential
  FILE STATUS security-stat.

data division.
file section.
fd plan-file.
01 chain-log-record.
 05 chain-log-info pic x(132).

*>the operator table primemnt signs its operators on against: the ID
*>in the first eight columns, then the function words it may use
fd operator-file.
01 operator-in-record.
 05 operator-info pic x(80).

fd security-file.
01 security-in-record.
 05 security-info pic x(132).

working-storage section.
77 ws-plan-name pic x(30) value 'chainpln.dat'.
77 ws-chain-log-name pic x(30) value 'chain.log'.
77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.

*>forced rerun: the step the chain restarts from, and its place in
*>the plan
77 ws-rerun-step picture x(8) value spaces.
77 ws-rerun-idx picture 9(2) value 0.

*>operator sign-on, the same table, log and rules primemnt uses; a
*>rerun is granted under the function word RERUN
77 ws-operator-id pic x(8) value spaces.
77 ws-operator-name pic x(30) value 'operators.dat'.
77 ws-security-name pic x(30) value 'security.log'.
01  operator-stat pic xx.
01  security-stat pic xx.
77 ws-op-function picture x(8) value 'RERUN'.
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

01 eof picture x(01) value 'n'.
  88 eof-bool value 'y'.
01 ws-log-open-flag picture x(1) value 'n'.
      display 2 upon argument-number
      accept ws-chain-log-name from argument-value
    end-if
    if ws-arg-count >= 3
      display 3 upon argument-number
      accept ws-rerun-step from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-operator-id from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-operator-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-security-name from argument-value
    end-if
  else
    display 'enter plan filename (default chainpln.dat)'
    accept ws-arg-buffer from console
    stop run
  end-if.

  *>a forced rerun must name a step the plan holds, and be run by an
  *>operator signed on for RERUN, before a single step is started
  if ws-rerun-step not = spaces
    move 0 to ws-step-idx
    perform until ws-step-idx >= ws-step-count or ws-rerun-idx > 0
      add 1 to ws-step-idx
      if ws-stp-name(ws-step-idx) = ws-rerun-step
        move ws-step-idx to ws-rerun-idx
      end-if
    end-perform
    if ws-rerun-idx = 0
      display 'RERUN STEP IS NOT IN THE PLAN: ' ws-rerun-step
      move 16 to return-code
      stop run
    end-if
    perform sign-on-operator
    if not op-granted-bool
      move 16 to return-code
      stop run
    end-if
  end-if.

  perform open-chain-log.
  move 0 to ws-step-idx.
  if ws-rerun-idx > 0
    perform note-step-start
    perform note-step-end
    move ws-rerun-step to cg-step
    move 0 to cg-rc
    move spaces to cg-action
    string 'FORCED BY ' ws-operator-id
      delimited by size
      into cg-action
    end-string
    perform write-chain-log-line
    display 'forced rerun from ' ws-rerun-step ' by operator '
        ws-operator-id
    compute ws-step-idx = ws-rerun-idx - 1
  end-if.
  perform until ws-step-idx >= ws-step-count
      or chain-stopped-bool
    add 1 to ws-step-idx
    close chain-log-file
  end-if.
  display 'chain ended with worst severity ' ws-worst-sev.
  if op-granted-bool
    move 'ENDED  ' to sl-outcome
    move spaces to sl-detail
    string 'severity ' ws-worst-sev ' from step ' ws-rerun-step
        ' ' cg-action
      delimited by size
      into sl-detail
    end-string
    perform write-security-line
  end-if.
  move ws-worst-sev to return-code.
  stop run.

  if log-open-bool
    write chain-log-record from chain-log-line
  end-if.

*>the operator is signed on against the table before the rerun
*>starts, by primemnt's rules: no ID, an ID the table does not know,
*>or one whose line does not name RERUN is refused and logged as a
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
    string 'rerun from step ' ws-rerun-step
      delimited by size
      into sl-detail
    end-string
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
    display 'RERUN REFUSED FOR OPERATOR '
        function trim(ws-operator-id) ': '
        function trim(ws-op-refusal)
    display 'NO STEP STARTED'
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
  move 'primechn' to sl-program
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
