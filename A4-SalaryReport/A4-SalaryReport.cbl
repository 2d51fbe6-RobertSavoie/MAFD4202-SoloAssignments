      *                     reporting and posting GL rows for just
      *                     that cohort and leaving everyone else
      *                     untouched.
      *  Oct 15/2026 - RS - a GL feed file this run creates opens
      *                     with a layout header record naming its
      *                     layout version, so the programs reading
      *                     it can refuse a layout they do not
      *                     understand.
      *  Oct 15/2026 - RS - count the whole staff (A4.dat and A5.dat)
      *                     by position against the approved
      *                     headcount on the shared PositionControl
      *                     file and flag each employee whose
      *                     position is over its approved count on a
      *                     follow-on line, with the flagged count
      *                     on the company totals page.
      *  Oct 15/2026 - RS - write every employee's retro pay to a
      *                     retro extract (A4-RetroPay.dat) along
      *                     with the increase date it is owed for,
      *                     so payroll can load it for an off-cycle
      *                     pay run instead of keying it from the
      *                     report.
      *
       environment division.
      *
               organization is line sequential
               file status is ws-band-rules-file-status.
      *
      *shared position-control file - the approved headcount and
      *budgeted salary per department and position; the headcount
      *check adds up every department's approved count for a
      *position, and a missing file means no headcount check
           select position-control-file
               assign to "../../../data/PositionControl.dat"
               organization is line sequential
               file status is ws-posctl-file-status.
      *
      *the A5 salary extract - read only to count its staff into
      *the headcount by position
           select a5-count-file
               assign to "../../../../data/A5.dat"
               organization is line sequential
               file status is ws-a5-count-file-status.
      *
      *retro extract - one row per employee owed back pay this
      *run, rewritten every run, for the payroll retro load
           select retro-file
               assign to "../../../data/A4-RetroPay.dat"
               organization is line sequential.
      *
      *business-date control file - set once at the top of the
      *batch so a run that slips past midnight still stamps the
      *business day it belongs to; a missing file falls back to
           record contains 53 characters.
      *
       01 gl-line                      pic x(53).
      *
       fd retro-file
           data record is retro-rec
           record contains 46 characters.
      *
       01 retro-rec.
           05 rp-emp-num               pic xxx.
           05 rp-emp-name              pic x(15).
           05 rp-incr-date             pic 9(8).
           05 rp-months-late           pic 999.
           05 rp-retro                 pic 9(7)v99.
           05 rp-run-date              pic 9(8).
      *
      *band rule record - a two-character rule id and its value
      *(years or percent with one implied decimal, or a salary
       01 band-rules-rec.
           05 br-rule-id               pic x(2).
           05 br-value                 pic 9(6)v9.
      *
      *position-control record - department, position code
      *A/S/P/J/C/U, approved headcount and budgeted salary per head
       fd position-control-file
           data record is position-control-rec
           record contains 16 characters.
      *
       01 position-control-rec.
           05 pt-dept                  pic x(3).
           05 pt-position-code         pic x.
           05 pt-approved              pic 9(3).
           05 pt-budget-salary         pic 9(7)v99.
      *
      *A5 extract row - years ahead of the code, unlike A4.dat; the
      *trailer row's number is 999
       fd a5-count-file
           data record is a5-count-rec
           record contains 36 characters.
      *
       01 a5-count-rec.
           05 a5-emp-num               pic xxx.
           05 a5-emp-name              pic x(15).
           05 a5-emp-years             pic 99.
           05 a5-emp-code              pic x.
           05 a5-emp-sal               pic 9(5)v99.
           05 filler                   pic x(8).
      *
       fd business-date-file
           data record is business-date-rec
      *
       77 ws-gl-file-status            pic xx      value spaces.
      *
      *layout header written as the first record of a GL feed
      *file this run creates
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *file status for the band-rules file - a missing file keeps
      *the compiled defaults
       77 ws-band-rules-file-status    pic xx      value spaces.
                                   "NEW SALARIES OUT OF BAND:".
           05 ws-cg-range-count        pic zzz9.
           05 filler                   pic x(50)   value spaces.
      *
      *headcount check - approved and actual staff per position
      *band (1 analyst, 2 sen prog, 3 prog, 4 jr prog, 5 contract,
      *6 unclassified), counted over A4.dat and A5.dat before the
      *presort so the anniversary cohort is checked against the
      *whole staff
       77 ws-posctl-file-status        pic xx      value spaces.
       77 ws-a5-count-file-status      pic xx      value spaces.
      *
       01 ws-posctl-flags.
           05 ws-posctl-eof-flag       pic x       value "n".
           05 ws-posctl-active         pic x       value "n".
               88 headcount-check-active value "y".
           05 ws-a5-count-eof-flag     pic x       value "n".
      *
       01 ws-headcount-table.
           05 ws-hc-entry occurs 6 times.
               10 ws-hc-approved       pic 9(4)    value 0.
               10 ws-hc-actual         pic 9(4)    value 0.
      *
       77 ws-hc-band                   pic 9       value 0.
       77 ws-cntr-over-headcount       pic 9(4)    value 0.
      *
      *headcount follow-on line, printed only when the employee's
      *position is over its approved count
       01 ws-headcount-line.
           05 filler                   pic x(9)    value spaces.
           05 filler                   pic x(28)   value
                                   "** POSITION OVER HEADCOUNT: ".
           05 ws-hl-actual             pic zzz9.
           05 filler                   pic x(11)   value
                                   " ACTUAL OF ".
           05 ws-hl-approved           pic zzz9.
           05 filler                   pic x(9)    value
                                   " APPROVED".
           05 filler                   pic x(15)   value spaces.
      *
       01 ws-company-headcount-line.
           05 filler                   pic x       value spaces.
           05 filler                   pic x(25)   value
                                   "OVER APPROVED HEADCOUNT:".
           05 ws-ch-over-count         pic zzz9.
           05 filler                   pic x(50)   value spaces.

      *
       procedure division.
           perform 20-load-band-rules.
      *
           perform 24-load-run-mode.
      *
           perform 26-load-position-control.
      *
           if headcount-check-active
               perform 27-count-headcount
           end-if.
      *
           perform 090-sort-input-file.
      *
                       "MONTH " ws-anniv-mm
           end-if.
      *
      *adds up the approved headcount per position band over every
      *department - a missing file leaves the check switched off
       26-load-position-control.
      *
           open input position-control-file.
      *
           if ws-posctl-file-status is not equal to "35"
               move "y" to ws-posctl-active
               perform 26A-read-position-control
               perform 26B-apply-position-control
                   until ws-posctl-eof-flag is equal to "y"
           end-if.
      *
           close position-control-file.
      *
       26A-read-position-control.
           read position-control-file
               at end
                   move "y" to ws-posctl-eof-flag.
      *
       26B-apply-position-control.
      *
           move 0 to ws-hc-band.
           if pt-position-code is equal to "A"
               move 1 to ws-hc-band
           end-if.
           if pt-position-code is equal to "S"
               move 2 to ws-hc-band
           end-if.
           if pt-position-code is equal to "P"
               move 3 to ws-hc-band
           end-if.
           if pt-position-code is equal to "J"
               move 4 to ws-hc-band
           end-if.
           if pt-position-code is equal to "C"
               move 5 to ws-hc-band
           end-if.
           if pt-position-code is equal to "U"
               move 6 to ws-hc-band
           end-if.
      *
           if ws-hc-band is greater than 0
             and pt-approved is numeric
               add pt-approved to ws-hc-approved(ws-hc-band)
           end-if.
      *
           perform 26A-read-position-control.
      *
      *counts the whole staff into position bands - every A4.dat
      *row and every A5.dat row that passes the input edits, banded
      *by the same rules the report uses, whatever the run mode
       27-count-headcount.
      *
           move srt-eof-N to srt-eof-flag.
           open input input-file.
           perform 27A-count-a4-record
             until srt-eof-flag = srt-eof-Y.
           close input-file.
           move srt-eof-N to srt-eof-flag.
      *
           open input a5-count-file.
           if ws-a5-count-file-status is not equal to "35"
               perform 27B-count-a5-record
                 until ws-a5-count-eof-flag is equal to "y"
           end-if.
           close a5-count-file.
      *
       27A-count-a4-record.
      *
           read input-file
               at end
                   move srt-eof-Y to srt-eof-flag
               not at end
                   perform 27C-count-one-employee
           end-read.
      *
      *A5 rows are laid into the il- fields so the same edits and
      *banding apply to them
       27B-count-a5-record.
      *
           read a5-count-file
               at end
                   move "y" to ws-a5-count-eof-flag
               not at end
                   if a5-emp-num is not equal to "999"
                       move a5-emp-num   to il-emp-num
                       move a5-emp-name  to il-emp-name
                       move a5-emp-code  to il-emp-code
                       move a5-emp-years to il-emp-years
                       move a5-emp-sal   to il-emp-sal
                       perform 27C-count-one-employee
                   end-if
           end-read.
      *
       27C-count-one-employee.
      *
           perform 094-edit-input-record.
           if not input-in-error
               perform 097-determine-band
               move srt-band to ws-hc-band
               add 1 to ws-hc-actual(ws-hc-band)
           end-if.
      *
      *sorts the raw extract into position-band order so each page's
      *class mix comes out coherent
       090-sort-input-file.
      *
           open input sorted-file.
           open output output-file.
           open output retro-file.
           if masked-copy-wanted
               open output masked-file
           end-if.
       75-close-files.
      *
           close sorted-file
               output-file
               retro-file.
           if masked-copy-wanted
               close masked-file
           end-if.
           write output-line
             from ws-company-range-line
             before advancing 1 line.
      *
           move ws-cntr-over-headcount to ws-ch-over-count.
           write output-line
             from ws-company-headcount-line
             before advancing 1 line.
      *
      *hands the increase dollars by position to the GL feed -
      *expense debits per position, one payable credit for the
           open extend gl-file.
           if ws-gl-file-status is equal to "35"
               open output gl-file
               write gl-line from ws-gl-header
           end-if.
      *
      *one journal row - the caller sets account, centre, side and
                 from ws-retro-line
                 before advancing 1 line
           end-if.
      *
           if headcount-check-active
               perform 499-check-headcount
           end-if.
      *
      *the masked copy carries the same row minus every dollar
           if masked-copy-wanted
      *
               move ws-math-retro  to ws-emp-retro
               move ws-months-late to ws-emp-months-late
      *
               move il-emp-num       to rp-emp-num
               move il-emp-name      to rp-emp-name
               move il-emp-incr-date to rp-incr-date
               move ws-months-late   to rp-months-late
               move ws-math-retro    to rp-retro
               move ws-run-date-num  to rp-run-date
               write retro-rec
           end-if.
      *
      *flags a new salary the increase pushed outside its band's
               end-if
           end-if.
      *
      *flags an employee whose position has more staff than its
      *approved headcount - a position with no approved count at
      *all is over as soon as anyone holds it
       499-check-headcount.
      *
           move 6 to ws-hc-band.
           if ws-emp-position = cnst-analyst
               move 1 to ws-hc-band
           end-if.
           if ws-emp-position = cnst-senprog
               move 2 to ws-hc-band
           end-if.
           if ws-emp-position = cnst-prog
               move 3 to ws-hc-band
           end-if.
           if ws-emp-position = cnst-jrprog
               move 4 to ws-hc-band
           end-if.
           if ws-emp-position = cnst-contract
               move 5 to ws-hc-band
           end-if.
      *
           if ws-hc-actual(ws-hc-band) is greater than
                                       ws-hc-approved(ws-hc-band)
               move ws-hc-actual(ws-hc-band)   to ws-hl-actual
               move ws-hc-approved(ws-hc-band) to ws-hl-approved
               write output-line
                 from ws-headcount-line
                 before advancing 1 line
               add 1 to ws-cntr-over-headcount
           end-if.
      *
      *costs this employee's increase at the scenario rate for
      *their position and rolls it into the scenario totals
       480-accumulate-scenario.
