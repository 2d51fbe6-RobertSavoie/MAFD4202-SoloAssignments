       identification division.
       program-id. MidtermRetroLoad.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *retro pay load.  the A4 salary report works out the back pay
      *owed to every employee whose increase run lands after their
      *official increase date and writes it to A4-RetroPay.dat.
      *this program takes that extract, finds each employee's
      *payroll employee number off EmployeeXref.dat, and adds the
      *back pay, rounded to the dollar, to the one-time payments
      *file (MidtermOneTime.dat) under code RETR for the next
      *off-cycle pay run, which taxes it by the bonus method.
      *
      *the A4 report works the retro out afresh every run, so an
      *employee's back pay for an increase date is loaded once:
      *every row loaded is recorded, employee and increase date,
      *on MidtermRetroLoad-Hist.dat, and a row already on it is
      *listed as already loaded and passed over.  an employee with
      *no payroll number is listed as not loaded, with return code
      *4, and is picked up by a later load once the cross
      *reference is fixed.  more rows than the tables hold refuses
      *the run with return code 8 and nothing written.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *back pay owed, one row per employee, off the A4 report
           select retro-file
               assign to '../../../data/A4-RetroPay.dat'
               organization is line sequential
               file status is ws-retro-file-status.
      *
           select xref-file
               assign to '../../../data/EmployeeXref.dat'
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *every employee and increase date already loaded
           select history-file
               assign to '../../../data/MidtermRetroLoad-Hist.dat'
               organization is line sequential
               file status is ws-history-file-status.
      *
           select business-date-file
               assign to '../../../data/BusinessDate.dat'
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *one-time payments waiting for the off-cycle run, appended to
           select one-time-file
               assign to '../../../data/MidtermOneTime.dat'
               organization is line sequential
               file status is ws-one-time-file-status.
      *
           select report-file
               assign to '../../../data/MidtermRetroLoad.out'
               organization is line sequential.
      *
       data division.
       file section.
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
       fd xref-file
           data record is xref-rec
           record contains 43 characters.
      *
       01 xref-rec.
           05 xr-company-id            pic x(6).
           05 xr-a3-num                pic 999.
           05 xr-a4-num                pic x(3).
           05 xr-a7-num                pic x(3).
           05 xr-payroll-name          pic x(20).
           05 xr-a1-num                pic x(4).
           05 xr-payroll-num           pic x(4).
      *
       fd history-file
           data record is history-rec
           record contains 19 characters.
      *
       01 history-rec.
           05 hs-emp-num               pic xxx.
           05 hs-incr-date             pic 9(8).
           05 hs-load-date             pic 9(8).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd one-time-file
           data record is one-time-rec
           record contains 32 characters.
      *
       01 one-time-rec.
           05 ot-emp-num               pic 9(4).
           05 ot-code                  pic x(4).
           05 ot-amount                pic 9(6).
           05 ot-reference             pic x(18).
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
      *
       working-storage section.
      *
       77 ws-retro-file-status         pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-history-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-one-time-file-status      pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
      *
      *the one-time payment code payroll sees the back pay under
       77 ws-retro-code                pic x(4)   value "RETR".
      *
      *set, with the console message, when the run is refused
       77 ws-run-stopped               pic x      value "n".
           88 run-stopped               value "y".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *A4 employee number to payroll employee number, off the xref
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a4              pic x(3).
               10 ws-xr-payroll         pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
      *
      *employee and increase date of every retro already loaded
       01 ws-hist-table.
           05 ws-hist-entry occurs 1 to 500 times
                   depending on ws-hist-count.
               10 ws-hs-emp             pic x(3).
               10 ws-hs-incr-date       pic 9(8).
      *
       01 ws-hist-count                pic 9(3)   value 0.
      *
      *the extract, with what this run does with each row
       01 ws-retro-table.
           05 ws-retro-entry occurs 1 to 200 times
                   depending on ws-retro-count.
               10 ws-rp-emp             pic x(3).
               10 ws-rp-name            pic x(15).
               10 ws-rp-incr-date       pic 9(8).
               10 ws-rp-months          pic 999.
               10 ws-rp-retro           pic 9(7)v99.
               10 ws-rp-dollars         pic 9(6).
               10 ws-rp-payroll         pic x(4).
               10 ws-rp-action          pic x.
                   88 rp-load            value "L".
                   88 rp-already-loaded  value "A".
                   88 rp-no-payroll      value "N".
      *
       01 ws-retro-count               pic 9(3)   value 0.
      *
       01 ws-table-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-hist-x                pic 9(3)   value 0.
           05 ws-hist-hit              pic 9(3)   value 0.
           05 ws-retro-x               pic 9(3)   value 0.
      *
       01 ws-run-totals.
           05 ws-rt-read               pic 9(3)   value 0.
           05 ws-rt-loaded             pic 9(3)   value 0.
           05 ws-rt-loaded-dollars     pic 9(8)   value 0.
           05 ws-rt-already            pic 9(3)   value 0.
           05 ws-rt-already-dollars    pic 9(8)   value 0.
           05 ws-rt-not-loaded         pic 9(3)   value 0.
           05 ws-rt-not-loaded-dollars pic 9(8)   value 0.
      *
      *where each row went
       77 note-loaded                  pic x(26)  value
           "LOADED FOR OFF-CYCLE RUN".
       77 note-already                 pic x(26)  value
           "ALREADY LOADED".
       77 note-no-payroll              pic x(26)  value
           "NO PAYROLL NUMBER".
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(30)  value
                   "RETRO PAY LOAD - OFF-CYCLE RUN".
           05 filler                   pic x(8)   value "  AS OF ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(54)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "A4  NAME            INCREASE   MOS      ".
           05 filler                   pic x(40)  value
               "  RETRO PAY# DOLLARS  NOTE              ".
           05 filler                   pic x(20)  value spaces.
      *
       01 ws-detail-line.
           05 dl-emp                   pic x(3).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(15).
           05 filler                   pic x      value spaces.
           05 dl-incr-date             pic 9(8).
           05 filler                   pic x(3)   value spaces.
           05 dl-months                pic zz9.
           05 filler                   pic x      value spaces.
           05 dl-retro                 pic z,zzz,zz9.99.
           05 filler                   pic x      value spaces.
           05 dl-payroll               pic x(4).
           05 filler                   pic x      value spaces.
           05 dl-dollars               pic zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-note                  pic x(26).
           05 filler                   pic x(12)  value spaces.
      *
       01 ws-no-rows-line.
           05 filler                   pic x(40)  value
                   "NO RETRO PAY ON A4-RETROPAY.DAT".
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-run-total-line.
           05 rl-label                 pic x(36).
           05 rl-count                 pic zz9.
           05 filler                   pic x(4)   value "  $".
           05 rl-dollars               pic zz,zzz,zz9.
           05 filler                   pic x(47)  value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
      *
           perform 110-load-xref.
      *
           if not run-stopped
               perform 120-load-history
           end-if.
      *
           if not run-stopped
               perform 130-load-retro
           end-if.
      *
           if run-stopped
               move 8 to return-code
               goback
           end-if.
      *
           perform 200-decide-one-row
               varying ws-retro-x from 1 by 1
               until ws-retro-x > ws-retro-count.
      *
           perform 300-write-one-time-rows.
      *
           perform 400-print-report.
      *
           display "MIDTERMRETROLOAD: " ws-rt-loaded
                   " RETRO PAYMENT(S) LOADED, " ws-rt-already
                   " ALREADY LOADED, " ws-rt-not-loaded
                   " NOT LOADED".
      *
           if ws-rt-not-loaded > 0
               move 4 to return-code
           end-if.
      *
           goback.
      *
      *the business date when set, otherwise the system date
       100-set-run-date.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
           if ws-busdate-file-status is not equal to "35"
               read business-date-file
                   at end
                       continue
                   not at end
                       if bd-date is numeric
                         and bd-date is greater than 0
                           move bd-date to ws-run-date
                       end-if
               end-read
           end-if.
           close business-date-file.
      *
       110-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 115-read-xref
               perform 116-add-xref-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close xref-file.
      *
       115-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *only rows that name an A4 employee are of use here
       116-add-xref-entry.
      *
           if xr-a4-num is not equal to spaces
               if ws-xref-count is equal to 200
                   display "MIDTERMRETROLOAD: OVER 200 ROWS ON "
                           "EMPLOYEEXREF.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-xref-count
                   move xr-a4-num      to ws-xr-a4(ws-xref-count)
                   move xr-payroll-num
                     to ws-xr-payroll(ws-xref-count)
               end-if
           end-if.
      *
           perform 115-read-xref.
      *
      *a missing history file means nothing has been loaded yet
       120-load-history.
      *
           open input history-file.
      *
           if ws-history-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 125-read-history
               perform 126-add-history-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close history-file.
      *
       125-read-history.
           read history-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       126-add-history-entry.
      *
           if hs-incr-date is numeric
               if ws-hist-count is equal to 500
                   display "MIDTERMRETROLOAD: OVER 500 ROWS ON "
                           "MIDTERMRETROLOAD-HIST.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-hist-count
                   move hs-emp-num   to ws-hs-emp(ws-hist-count)
                   move hs-incr-date
                     to ws-hs-incr-date(ws-hist-count)
               end-if
           end-if.
      *
           perform 125-read-history.
      *
      *a missing extract just means the A4 report found nobody
      *owed back pay
       130-load-retro.
      *
           open input retro-file.
      *
           if ws-retro-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 135-read-retro
               perform 136-add-retro-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close retro-file.
      *
       135-read-retro.
           read retro-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       136-add-retro-entry.
      *
           if rp-retro is numeric
             and rp-incr-date is numeric
               if ws-retro-count is equal to 200
                   display "MIDTERMRETROLOAD: OVER 200 ROWS ON "
                           "A4-RETROPAY.DAT - RUN REFUSED"
                   move "y" to ws-run-stopped
               else
                   add 1 to ws-retro-count
                   move rp-emp-num     to ws-rp-emp(ws-retro-count)
                   move rp-emp-name    to ws-rp-name(ws-retro-count)
                   move rp-incr-date
                     to ws-rp-incr-date(ws-retro-count)
                   move rp-months-late
                     to ws-rp-months(ws-retro-count)
                   move rp-retro       to ws-rp-retro(ws-retro-count)
                   compute ws-rp-dollars(ws-retro-count) rounded =
                       rp-retro
                   move spaces       to ws-rp-payroll(ws-retro-count)
               end-if
           end-if.
      *
           perform 135-read-retro.
      *
      *a row already on the history is passed over; one with no
      *payroll number waits for the cross reference; the rest load
       200-decide-one-row.
      *
           add 1 to ws-rt-read.
      *
           move 0 to ws-hist-hit.
           perform 210-match-history
               varying ws-hist-x from 1 by 1
               until ws-hist-x > ws-hist-count
               or ws-hist-hit > 0.
      *
           move 0 to ws-xref-hit.
           perform 220-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x > ws-xref-count
               or ws-xref-hit > 0.
      *
           if ws-xref-hit > 0
               move ws-xr-payroll(ws-xref-hit)
                 to ws-rp-payroll(ws-retro-x)
           end-if.
      *
           if ws-hist-hit > 0
               move "A" to ws-rp-action(ws-retro-x)
               add 1 to ws-rt-already
               add ws-rp-dollars(ws-retro-x) to ws-rt-already-dollars
           else
           if ws-xref-hit > 0
             and ws-xr-payroll(ws-xref-hit) is numeric
               move "L" to ws-rp-action(ws-retro-x)
               add 1 to ws-rt-loaded
               add ws-rp-dollars(ws-retro-x) to ws-rt-loaded-dollars
           else
               move "N" to ws-rp-action(ws-retro-x)
               add 1 to ws-rt-not-loaded
               add ws-rp-dollars(ws-retro-x)
                 to ws-rt-not-loaded-dollars
           end-if
           end-if.
      *
       210-match-history.
      *
           if ws-hs-emp(ws-hist-x) is equal to ws-rp-emp(ws-retro-x)
             and ws-hs-incr-date(ws-hist-x) is equal to
                                       ws-rp-incr-date(ws-retro-x)
               move ws-hist-x to ws-hist-hit
           end-if.
      *
       220-match-xref.
      *
           if ws-xr-a4(ws-xref-x) is equal to ws-rp-emp(ws-retro-x)
               move ws-xref-x to ws-xref-hit
           end-if.
      *
      *appends each row being loaded to the one-time payments and
      *records it on the history, so a later load passes it over
       300-write-one-time-rows.
      *
           if ws-rt-loaded > 0
               open extend one-time-file
               if ws-one-time-file-status is equal to "35"
                   open output one-time-file
               end-if
               open extend history-file
               if ws-history-file-status is equal to "35"
                   open output history-file
               end-if
               perform 310-write-one-row
                   varying ws-retro-x from 1 by 1
                   until ws-retro-x > ws-retro-count
               close one-time-file
               close history-file
           end-if.
      *
       310-write-one-row.
      *
           if rp-load(ws-retro-x)
               move ws-rp-payroll(ws-retro-x) to ot-emp-num
               move ws-retro-code             to ot-code
               move ws-rp-dollars(ws-retro-x) to ot-amount
               move spaces                    to ot-reference
               string "A4 RETRO " ws-rp-incr-date(ws-retro-x)
                   delimited by size into ot-reference
               write one-time-rec
      *
               move ws-rp-emp(ws-retro-x)       to hs-emp-num
               move ws-rp-incr-date(ws-retro-x) to hs-incr-date
               move ws-run-date                 to hs-load-date
               write history-rec
           end-if.
      *
       400-print-report.
      *
           open output report-file.
      *
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           if ws-retro-count is equal to 0
               write report-line from ws-no-rows-line
                 after advancing 2 lines
           else
               write report-line from ws-column-line
                 after advancing 2 lines
               perform 410-print-one-row
                   varying ws-retro-x from 1 by 1
                   until ws-retro-x > ws-retro-count
           end-if.
      *
           move "ROWS ON THE EXTRACT"          to rl-label.
           move ws-rt-read                     to rl-count.
           add ws-rt-loaded-dollars ws-rt-already-dollars
               ws-rt-not-loaded-dollars giving rl-dollars.
           write report-line from ws-run-total-line
             after advancing 2 lines.
      *
           move "LOADED FOR THE OFF-CYCLE RUN"  to rl-label.
           move ws-rt-loaded                   to rl-count.
           move ws-rt-loaded-dollars           to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move "ALREADY LOADED - PASSED OVER"  to rl-label.
           move ws-rt-already                  to rl-count.
           move ws-rt-already-dollars          to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           move "NOT LOADED - NO PAYROLL NUMBER" to rl-label.
           move ws-rt-not-loaded               to rl-count.
           move ws-rt-not-loaded-dollars       to rl-dollars.
           write report-line from ws-run-total-line
             after advancing 1 line.
      *
           close report-file.
      *
       410-print-one-row.
      *
           move ws-rp-emp(ws-retro-x)       to dl-emp.
           move ws-rp-name(ws-retro-x)      to dl-name.
           move ws-rp-incr-date(ws-retro-x) to dl-incr-date.
           move ws-rp-months(ws-retro-x)    to dl-months.
           move ws-rp-retro(ws-retro-x)     to dl-retro.
           move ws-rp-payroll(ws-retro-x)   to dl-payroll.
           move ws-rp-dollars(ws-retro-x)   to dl-dollars.
      *
           if rp-load(ws-retro-x)
               move note-loaded to dl-note
           else
           if rp-already-loaded(ws-retro-x)
               move note-already to dl-note
           else
               move note-no-payroll to dl-note
           end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       end program MidtermRetroLoad.
