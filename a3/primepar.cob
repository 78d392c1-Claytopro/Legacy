  organization is line sequential
  FILE STATUS audit-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

*>the divisor table the lanes are given, opened only to see whether
*>they will have one
select divisor-file assign to dynamic ws-divisor-name
  organization is line sequential
  FILE STATUS divisor-stat.

data division.
file section.
fd input-file.
01 audit-out-record.
 05 audit-info pic x(200).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

fd divisor-file.
01 divisor-in-record.
 05 divisor-info pic x(80).

working-storage section.
77 ws-input-name pic x(30) value 'primes.dat'.
77 ws-output-name pic x(30) value 'output.dat'.
*>renamed or staged build of the check program
77 ws-worker-cmd pic x(30) value 'prime1'.

*>processing-date control the date-roll step (primeday) keeps: its
*>business date is stamped in place of the clock date. NONE, or a
*>control with no readable P line, leaves the clock date
77 ws-procdate-name pic x(30) value 'procdate.ctl'.
01  procdate-stat pic xx.
77 ws-pd-proc-date picture 9(8) value 0.
01 ws-procdate-missing-flag picture x(1) value 'n'.
  88 procdate-missing-bool value 'y'.
*>mirror of the control's P line
01 ws-pd-rec.
  02 ws-pd-kind picture x(1).
  02 filler picture x.
  02 ws-pd-date picture x(8).
  02 filler picture x(70).

77 ws-arg-count picture 9(4) usage is computational.

01 eof picture x(01) value 'n'.
77 ws-range-width picture s9(18) usage is computational.
*>must stay in step with the width limit the check program enforces,
*>or the merge would wait on a subtotal line a rejected range never
*>writes: the sieved limit when the lanes have a divisor table, the
*>one-by-one limit when they do not
77 ws-range-max-width picture 9(9) value 100000000.
77 ws-range-unsieved-width picture 9(9) value 1000000.
77 ws-range-limit picture 9(9) value 0.
77 ws-divisor-name pic x(30) value 'divisors.dat'.
01  divisor-stat pic xx.
77 ws-range-is-flag picture x(1) value 'n'.
  88 range-is-bool value 'y'.

      display 4 upon argument-number
      accept ws-worker-cmd from argument-value
    end-if
    if ws-arg-count >= 5
      display 5 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'enter input filename'
    accept ws-input-name from console
    accept ws-screen-ans from console
    end-accept
  end-if.
  perform read-processing-date.
  perform judge-range-limit.

  perform split-input.

        perform combine-exceptions
        perform write-audit-log
        display 'combined results output to ' ws-output-name
        if procdate-missing-bool and return-code < 4
          move 4 to return-code
        end-if
      end-if
    end-if
  end-if.
      compute ws-range-width =
          ws-range-high - function max(ws-range-low, 2) + 1
      if ws-range-low <= ws-range-high
          and ws-range-width <= ws-range-limit
        move 'y' to ws-range-is-flag
        move ws-range-high to ws-parsed-n
        perform compute-band
          *>no transmit/timing/classify/evidence for a lane, and
          *>ledger and heartbeat OFF by name: four workers sharing
          *>the directory would otherwise whole-file-rewrite the
          *>same ledger (last lane wins) and the same heartbeat.
          *>no journal either - a lane writes no master - but the
          *>usual divisor table, and this run's processing date so
          *>every lane's header carries the same business day
          ' NONE NONE n NONE NONE NONE NONE '
          function trim(ws-divisor-name) ' '
          function trim(ws-procdate-name) ' & '
        delimited by size
        into ws-cmd
        with pointer ws-cmd-ptr
    display 'AUDIT LOG COULD NOT BE OPENED, SKIPPING AUDIT ENTRY'
    display 'FILE STATUS: ' audit-stat
  end-if.

*>the range width the lanes will accept, judged by whether the table
*>is there. a table that is there but damaged is refused by the lanes
*>themselves and is not caught here - every lane output then opens
*>with the check program's refusal warning
judge-range-limit.
  open input divisor-file
  if divisor-stat = "00"
    close divisor-file
    move ws-range-max-width to ws-range-limit
  else
    move ws-range-unsieved-width to ws-range-limit
    display 'NO DIVISOR TABLE ' function trim(ws-divisor-name)
        ' - RANGES LIMITED TO ' ws-range-unsieved-width ' VALUES'
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
      move 'y' to ws-procdate-missing-flag
    else
      move ws-pd-proc-date to ws-run-date-group
    end-if
  end-if.
