  organization is line sequential
  FILE STATUS report-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

data division.
file section.
fd control-file.
01 rpt-line.
 05 rpt-info pic x(132).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-control-name pic x(30) value 'distctl.dat'.
77 ws-output-name pic x(30) value 'output.dat'.

77 ws-extract-count picture 9(9) value 0.

*>processing-date control the date-roll step (primeday) keeps: its
*>business date is stamped in place of the clock date. NONE, or a
*>control with no readable P line, leaves the clock date
77 ws-procdate-name pic x(30) value 'procdate.ctl'.
01  procdate-stat pic xx.
77 ws-pd-proc-date picture 9(8) value 0.
*>mirror of the control's P line
01 ws-pd-rec.
  02 ws-pd-kind picture x(1).
  02 filler picture x.
  02 ws-pd-date picture x(8).
  02 filler picture x(70).

01 ws-run-date-group.
  02 ws-run-yyyy picture 9(4).
  02 ws-run-mon picture 9(2).
      display 3 upon argument-number
      accept ws-report-name from argument-value
    end-if
    if ws-arg-count >= 4
      display 4 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'enter control filename (default distctl.dat)'
    accept ws-arg-buffer from console
      move ws-arg-buffer to ws-output-name
    end-if
  end-if.
  perform read-processing-date.

  perform load-control-file.
  if control-bad-bool or ws-rcp-count = 0
    close report-file
    display 'distribution summary output to ' ws-report-name
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
