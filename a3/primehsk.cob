  organization is line sequential
  FILE STATUS audit-stat.

select procdate-file assign to dynamic ws-procdate-name
  organization is line sequential
  FILE STATUS procdate-stat.

data division.
file section.
fd src-file.
01 audit-out-record.
 05 audit-info pic x(200).

*>the processing-date control, for the business date
fd procdate-file.
01 procdate-in-record.
 05 procdate-info pic x(80).

working-storage section.
77 ws-output-name pic x(30) value 'output.dat'.
77 ws-exceptions-name pic x(30) value 'exceptions.dat'.
77 ws-shift-row picture x(100) value spaces.
77 ws-copy-count picture 9(9) value 0.

77 ws-severity picture 9(2) value 0.

*>the run stamp the archives are named with: lifted from the output
*>report's own header line, so the archive name says when the run
*>ran, not when housekeeping got around to it. today's date/time is
  02 filler picture x.
  02 ws-hdr-ss picture x(2).

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

01 ws-today-group.
  02 ws-today-yyyy picture 9(4).
  02 ws-today-mon picture 9(2).
      display 5 upon argument-number
      accept ws-catalog-name from argument-value
    end-if
    if ws-arg-count >= 6
      display 6 upon argument-number
      accept ws-procdate-name from argument-value
    end-if
  else
    display 'enter output filename (default output.dat)'
    accept ws-arg-buffer from console
  end-if.
  display 'housekeeping complete, catalog holds ' ws-cat-count
      ' archive(s)'.
  move ws-severity to return-code.
  stop run.

*>the audit log is opened once for the whole cycle and every action
  end-if.

*>lift the run date/time off the output report's header line - the
*>stamp the run itself wrote there - falling back to the processing
*>date and the time now when the file or its header is not there to
*>ask. archive age is still judged by the clock
read-run-stamp.
  move ws-today-group to ws-stamp-date-group
  move ws-now-group(1:6) to ws-stamp-time-group
  perform read-processing-date
  move ws-output-name to ws-src-name
  open input src-file
  if src-stat = "00"
    move ws-stamp-ss to ha-ss
    write audit-out-record from hsk-audit-line
  end-if.

*>the business date from the processing-date control in place of the
*>clock date for an archive name the report header cannot give; a
*>control that cannot be read, or carries no P line, leaves the clock
*>date with a warning, and the job ends at severity 4 or worse
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
      move ws-pd-proc-date to ws-stamp-date-group
    end-if
  end-if.
