       identification division.
       program-id. A3-CommYearEnd.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *commission year-end close.  A3-CommYTD.dat and
      *A3-DrawBalance.dat only ever accumulated, so a rep's january
      *commission was capped against last year's total unless
      *someone edited the file.  this close prints an annual
      *earnings statement for every salesperson on the year-to-date
      *file (earned, paid, annual cap and the dollars it removed,
      *draws recovered, net adjustments and the draw balance left
      *at year end), writes A3-YearEndSummary.dat for the tax-slip
      *preparer, archives both files with the year in the name and
      *starts the new year with them empty.  it refuses to close
      *the same year twice.  the annual caps themselves carry
      *forward unchanged.  the calendar year ends december 31 - a
      *run in december closes the current year, a run in january
      *the year before.  any other month is refused with return
      *code 8, so a nightly chain that fires the step mid-year
      *cannot empty a live year; a close later than january is run
      *with the business date set back into january.  a year
      *already closed - the december close run by hand, then the
      *chain's january run - is reported and ends with return
      *code 0.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select comm-ytd-file
               assign to "../../../data/A3-CommYTD.dat"
               organization is line sequential
               file status is ws-comm-ytd-file-status.
      *
           select draw-file
               assign to "../../../data/A3-DrawBalance.dat"
               organization is line sequential
               file status is ws-draw-file-status.
      *
           select annual-cap-file
               assign to "../../../data/A3-AnnualCaps.dat"
               organization is line sequential
               file status is ws-annual-cap-file-status.
      *
           select employee-master-file
               assign to "../../../data/A3-EmployeeMaster.dat"
               organization is line sequential
               file status is ws-employee-file-status.
      *
      *the closed year's files land here, named for the year
           select ytd-archive-file
               assign to ws-ytd-archive-name
               organization is line sequential.
      *
           select draw-archive-file
               assign to ws-draw-archive-name
               organization is line sequential.
      *
      *one row per salesperson for the tax-slip preparer
           select summary-file
               assign to "../../../data/A3-YearEndSummary.dat"
               organization is line sequential.
      *
           select report-file
               assign to "../../../data/A3-CommYearEnd.out"
               organization is line sequential.
      *
      *control file - the last commission year already closed, so
      *the close can refuse to run twice
           select control-file
               assign to "../../../data/A3-YearEndControl.dat"
               organization is line sequential
               file status is ws-control-file-status.
      *
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
      *year-to-date rows exactly as A3-SalesComm writes them
       fd comm-ytd-file
           data record is comm-ytd-rec
           record contains 47 characters.
      *
       01 comm-ytd-rec.
           05 cy-sman-num              pic 999.
           05 cy-earned-ytd            pic 9(8).
           05 cy-paid-ytd              pic 9(8).
           05 cy-periods               pic 999.
           05 cy-cap-removed-ytd       pic 9(8).
           05 cy-draw-recovered-ytd    pic 9(8).
           05 cy-adjusted-ytd          pic s9(8)
                                       sign leading separate.
      *
       fd draw-file
           data record is draw-rec
           record contains 10 characters.
      *
       01 draw-rec.
           05 db-sman-num              pic 999.
           05 db-balance               pic 9(7).
      *
       fd annual-cap-file
           data record is annual-cap-rec
           record contains 11 characters.
      *
       01 annual-cap-rec.
           05 cp-sman-num              pic 999.
           05 cp-cap                   pic 9(8).
      *
       fd employee-master-file
           data record is employee-master-rec
           record contains 37 characters.
      *
       01 employee-master-rec.
           05 em-sman-num              pic 999.
           05 em-full-name             pic x(30).
           05 em-plan-code             pic x(4).
      *
       fd ytd-archive-file
           data record is ytd-archive-rec
           record contains 47 characters.
      *
       01 ytd-archive-rec              pic x(47).
      *
       fd draw-archive-file
           data record is draw-archive-rec
           record contains 10 characters.
      *
       01 draw-archive-rec             pic x(10).
      *
       fd summary-file
           data record is summary-rec
           record contains 53 characters.
      *
       01 summary-rec.
           05 ys-year                  pic 9(4).
           05 ys-sman-num              pic 999.
           05 ys-full-name             pic x(30).
           05 ys-paid                  pic 9(8).
           05 ys-earned                pic 9(8).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       fd control-file
           data record is control-rec
           record contains 4 characters.
      *
       01 control-rec.
           05 ct-last-closed-year      pic 9(4).
      *
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       working-storage section.
      *
      *dated archive names for the closed year's files
       01 ws-ytd-archive-name.
           05 filler                   pic x(24)  value
               "../../../data/A3-CommYTD".
           05 filler                   pic x      value "-".
           05 ws-ya-year               pic 9(4).
           05 filler                   pic x(4)   value ".dat".
      *
       01 ws-draw-archive-name.
           05 filler                   pic x(28)  value
               "../../../data/A3-DrawBalance".
           05 filler                   pic x      value "-".
           05 ws-da-year               pic 9(4).
           05 filler                   pic x(4)   value ".dat".
      *
      *per-rep draw balances - flagged as each is printed so a rep
      *with a balance but no year-to-date row still gets a page
       01 ws-draw-table.
           05 ws-draw-entry occurs 1 to 200 times
                   depending on ws-draw-count.
               10 ws-db-sman            pic 999.
               10 ws-db-balance         pic 9(7).
               10 ws-db-printed         pic x.
      *
       01 ws-draw-count                pic 9(3)   value 0.
      *
      *annual caps per salesperson
       01 ws-cap-table.
           05 ws-cap-entry occurs 1 to 200 times
                   depending on ws-cap-count.
               10 ws-cp-sman            pic 999.
               10 ws-cp-cap             pic 9(8).
      *
       01 ws-cap-count                 pic 9(3)   value 0.
      *
      *salesperson names off the employee master
       01 ws-emp-table.
           05 ws-emp-entry occurs 1 to 200 times
                   depending on ws-emp-count.
               10 ws-emp-sman           pic 999.
               10 ws-emp-name           pic x(30).
      *
       01 ws-emp-count                 pic 9(3)   value 0.
      *
       01 ws-table-subs.
           05 ws-draw-x                pic 9(3)   value 0.
           05 ws-draw-hit              pic 9(3)   value 0.
           05 ws-cap-x                 pic 9(3)   value 0.
           05 ws-cap-hit               pic 9(3)   value 0.
           05 ws-emp-x                 pic 9(3)   value 0.
           05 ws-emp-hit               pic 9(3)   value 0.
      *
       01 ws-table-flags.
           05 ws-draw-found            pic x      value "n".
               88 draw-entry-found      value "y".
           05 ws-cap-found             pic x      value "n".
               88 annual-cap-found      value "y".
           05 ws-emp-found             pic x      value "n".
               88 employee-found        value "y".
      *set when a file would not fit its table - the close is
      *refused rather than archiving and clearing a part-read file
           05 ws-table-overflow        pic x      value "n".
               88 table-overflowed      value "y".
      *
       77 ws-comm-ytd-file-status      pic xx     value spaces.
       77 ws-draw-file-status          pic xx     value spaces.
       77 ws-annual-cap-file-status    pic xx     value spaces.
       77 ws-employee-file-status      pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *business date and the year it closes
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyy               pic 9(4).
           05 ws-rd-mm                 pic 99.
           05 filler                   pic 99.
      *
       77 ws-close-year                pic 9(4)   value 0.
       77 ws-last-closed-year          pic 9(4)   value 0.
      *
      *the salesperson being printed - off a year-to-date row, or
      *a draw-only rep with every year-to-date figure zero
       01 ws-stmt-rep.
           05 ws-st-sman               pic 999    value 0.
           05 ws-st-earned             pic 9(8)   value 0.
           05 ws-st-paid               pic 9(8)   value 0.
           05 ws-st-periods            pic 999    value 0.
           05 ws-st-cap-removed        pic 9(8)   value 0.
           05 ws-st-draw-recovered     pic 9(8)   value 0.
           05 ws-st-adjusted           pic s9(8)  value 0.
           05 ws-st-draw-balance       pic 9(7)   value 0.
           05 ws-st-name               pic x(30)  value spaces.
      *
      *company totals
       01 ws-totals.
           05 ws-tot-reps              pic 9(4)   value 0.
           05 ws-tot-earned            pic 9(9)   value 0.
           05 ws-tot-paid              pic 9(9)   value 0.
           05 ws-tot-draw-balance      pic 9(9)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(45)  value
               "COMMISSION ANNUAL EARNINGS STATEMENTS - YEAR ".
           05 hl-year                  pic 9(4).
           05 filler                   pic x(7)   value "   RUN ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(16)  value spaces.
      *
       01 ws-rep-line.
           05 filler                   pic x(12)  value
               "SALESPERSON ".
           05 rl-sman                  pic 999.
           05 filler                   pic x(2)   value spaces.
           05 rl-name                  pic x(30).
           05 filler                   pic x(33)  value spaces.
      *
       01 ws-amount-line.
           05 filler                   pic x(5)   value spaces.
           05 al-label                 pic x(32).
           05 al-amount                pic --,---,--9.
           05 filler                   pic x(2)   value spaces.
           05 al-note                  pic x(31).
      *
       01 ws-blank-line                pic x(80)  value spaces.
      *
       77 ws-periods-edit              pic zz9.
      *
       procedure division.
       000-main.
      *
           perform 100-set-close-year.
      *
           if ws-close-year is equal to 0
               display "A3-COMMYEAREND: BUSINESS DATE " ws-run-date
                       " IS OUTSIDE DECEMBER AND JANUARY - RUN "
                       "REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 110-check-already-closed.
      *
           if ws-last-closed-year is not less than ws-close-year
               display "A3-COMMYEAREND: YEAR ALREADY CLOSED - "
                       "COMMISSION YEAR " ws-close-year
               move 0 to return-code
               goback
           end-if.
      *
           perform 120-load-draw-balances.
           perform 130-load-annual-caps.
           perform 140-load-employee-names.
      *
           if table-overflowed
               display "A3-COMMYEAREND: COMMISSION YEAR "
                       ws-close-year " NOT CLOSED - A FILE EXCEEDS "
                       "200 ROWS, RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 200-print-statements.
           perform 300-archive-closed-year.
           perform 400-reset-new-year.
           perform 500-save-control.
      *
           display "A3-COMMYEAREND: COMMISSION YEAR " ws-close-year
                   " CLOSED - " ws-tot-reps " STATEMENTS".
      *
           goback.
      *
      *a run in december closes this calendar year, one in january
      *the year before; any other month leaves the close year zero
      *and the run is refused
       100-set-close-year.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input business-date-file.
      *
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
      *
           close business-date-file.
      *
           move 0 to ws-close-year.
           if ws-rd-mm is equal to 12
               move ws-rd-yyyy to ws-close-year
           else
           if ws-rd-mm is equal to 1
               subtract 1 from ws-rd-yyyy
                   giving ws-close-year
           end-if
           end-if.
      *
       110-check-already-closed.
      *
           open input control-file.
      *
           if ws-control-file-status is equal to "35"
               move 0 to ws-last-closed-year
           else
               read control-file
                   at end
                       move 0 to ws-last-closed-year
                   not at end
                       move ct-last-closed-year
                         to ws-last-closed-year
               end-read
           end-if.
      *
           close control-file.
      *
       120-load-draw-balances.
      *
           open input draw-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-draw-file-status is not equal to "35"
               perform 121-read-draw
               perform 122-add-draw-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-draw-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close draw-file.
      *
       121-read-draw.
           read draw-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-add-draw-entry.
      *
           add 1 to ws-draw-count.
           move db-sman-num to ws-db-sman(ws-draw-count).
           move 0           to ws-db-balance(ws-draw-count).
           if db-balance is numeric
               move db-balance to ws-db-balance(ws-draw-count)
           end-if.
           move "n"         to ws-db-printed(ws-draw-count).
      *
           perform 121-read-draw.
      *
       130-load-annual-caps.
      *
           open input annual-cap-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-annual-cap-file-status is not equal to "35"
               perform 131-read-annual-cap
               perform 132-add-cap-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-cap-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close annual-cap-file.
      *
       131-read-annual-cap.
           read annual-cap-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-add-cap-entry.
      *
           add 1 to ws-cap-count.
           move cp-sman-num to ws-cp-sman(ws-cap-count).
           move cp-cap      to ws-cp-cap(ws-cap-count).
      *
           perform 131-read-annual-cap.
      *
       140-load-employee-names.
      *
           open input employee-master-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-employee-file-status is not equal to "35"
               perform 141-read-employee
               perform 142-add-emp-entry
                   until ws-eof-flag is equal to ws-eof-Y
                   or ws-emp-count is equal to 200
               if ws-eof-flag is not equal to ws-eof-Y
                   move "y" to ws-table-overflow
               end-if
           end-if.
      *
           close employee-master-file.
      *
       141-read-employee.
           read employee-master-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-add-emp-entry.
      *
           add 1 to ws-emp-count.
           move em-sman-num  to ws-emp-sman(ws-emp-count).
           move em-full-name to ws-emp-name(ws-emp-count).
      *
           perform 141-read-employee.
      *
      *one statement per year-to-date row, then one for each rep
      *left holding a draw balance with no year-to-date row
       200-print-statements.
      *
           open output report-file.
           open output summary-file.
      *
           move ws-close-year to hl-year.
           move ws-run-date   to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           open input comm-ytd-file.
           move ws-eof-N to ws-eof-flag.
      *
           if ws-comm-ytd-file-status is not equal to "35"
               perform 201-read-comm-ytd
               perform 210-statement-from-ytd
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close comm-ytd-file.
      *
           perform 220-statement-draw-only
               varying ws-draw-x from 1 by 1
               until ws-draw-x is greater than ws-draw-count.
      *
           perform 290-print-totals.
      *
           close report-file.
           close summary-file.
      *
       201-read-comm-ytd.
           read comm-ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a row written before the cap, draw and adjustment columns
      *existed prints them as zero
       210-statement-from-ytd.
      *
           initialize ws-stmt-rep.
           move cy-sman-num   to ws-st-sman.
           move cy-earned-ytd to ws-st-earned.
           move cy-paid-ytd   to ws-st-paid.
           move cy-periods    to ws-st-periods.
           if cy-cap-removed-ytd is numeric
               move cy-cap-removed-ytd to ws-st-cap-removed
           end-if.
           if cy-draw-recovered-ytd is numeric
               move cy-draw-recovered-ytd to ws-st-draw-recovered
           end-if.
           if cy-adjusted-ytd is numeric
               move cy-adjusted-ytd to ws-st-adjusted
           end-if.
      *
           perform 230-find-draw-entry.
           if draw-entry-found
               move ws-db-balance(ws-draw-hit) to ws-st-draw-balance
               move "y" to ws-db-printed(ws-draw-hit)
           end-if.
      *
           perform 250-print-one-statement.
      *
           perform 201-read-comm-ytd.
      *
       220-statement-draw-only.
      *
           if ws-db-printed(ws-draw-x) is not equal to "y"
             and ws-db-balance(ws-draw-x) is greater than 0
               initialize ws-stmt-rep
               move ws-db-sman(ws-draw-x)    to ws-st-sman
               move ws-db-balance(ws-draw-x) to ws-st-draw-balance
               perform 250-print-one-statement
           end-if.
      *
       230-find-draw-entry.
      *
           move "n" to ws-draw-found.
           perform 231-match-draw
               varying ws-draw-x from 1 by 1
               until ws-draw-x is greater than ws-draw-count
               or draw-entry-found.
      *
       231-match-draw.
      *
           if ws-db-sman(ws-draw-x) is equal to ws-st-sman
               move "y" to ws-draw-found
               move ws-draw-x to ws-draw-hit
           end-if.
      *
       240-find-annual-cap.
      *
           move "n" to ws-cap-found.
           perform 241-match-cap
               varying ws-cap-x from 1 by 1
               until ws-cap-x is greater than ws-cap-count
               or annual-cap-found.
      *
       241-match-cap.
      *
           if ws-cp-sman(ws-cap-x) is equal to ws-st-sman
               move "y" to ws-cap-found
               move ws-cap-x to ws-cap-hit
           end-if.
      *
       245-find-employee.
      *
           move "n" to ws-emp-found.
           perform 246-match-employee
               varying ws-emp-x from 1 by 1
               until ws-emp-x is greater than ws-emp-count
               or employee-found.
      *
       246-match-employee.
      *
           if ws-emp-sman(ws-emp-x) is equal to ws-st-sman
               move "y" to ws-emp-found
               move ws-emp-x to ws-emp-hit
           end-if.
      *
       250-print-one-statement.
      *
           perform 245-find-employee.
           if employee-found
               move ws-emp-name(ws-emp-hit) to ws-st-name
           else
               move "*** NOT ON EMPLOYEE MASTER" to ws-st-name
           end-if.
      *
           write report-line from ws-blank-line
             after advancing 1 line.
           move ws-st-sman to rl-sman.
           move ws-st-name to rl-name.
           write report-line from ws-rep-line
             after advancing 1 line.
      *
           move spaces to ws-amount-line.
           move "COMMISSION EARNED" to al-label.
           move ws-st-earned to al-amount.
           move ws-st-periods to ws-periods-edit.
           string ws-periods-edit " PERIODS"
               delimited by size into al-note.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "COMMISSION PAID" to al-label.
           move ws-st-paid to al-amount.
           perform 260-write-amount-line.
      *
           perform 240-find-annual-cap.
           move spaces to ws-amount-line.
           move "ANNUAL CAP" to al-label.
           if annual-cap-found
               move ws-cp-cap(ws-cap-hit) to al-amount
           else
               move "NONE" to al-note
           end-if.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "REMOVED BY ANNUAL CAP" to al-label.
           move ws-st-cap-removed to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "DRAWS RECOVERED" to al-label.
           move ws-st-draw-recovered to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "NET ADJUSTMENTS" to al-label.
           move ws-st-adjusted to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "DRAW BALANCE AT YEAR END" to al-label.
           move ws-st-draw-balance to al-amount.
           if ws-st-draw-balance is greater than 0
               move "CLEARED FOR THE NEW YEAR" to al-note
           end-if.
           perform 260-write-amount-line.
      *
           move ws-close-year to ys-year.
           move ws-st-sman    to ys-sman-num.
           move ws-st-name    to ys-full-name.
           if not employee-found
               move spaces to ys-full-name
           end-if.
           move ws-st-paid    to ys-paid.
           move ws-st-earned  to ys-earned.
           write summary-rec.
      *
           add 1                  to ws-tot-reps.
           add ws-st-earned       to ws-tot-earned.
           add ws-st-paid         to ws-tot-paid.
           add ws-st-draw-balance to ws-tot-draw-balance.
      *
       260-write-amount-line.
      *
           write report-line from ws-amount-line
             after advancing 1 line.
      *
       290-print-totals.
      *
           write report-line from ws-blank-line
             after advancing 1 line.
      *
           move spaces to ws-amount-line.
           move "STATEMENTS PRINTED" to al-label.
           move ws-tot-reps to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "TOTAL COMMISSION EARNED" to al-label.
           move ws-tot-earned to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "TOTAL COMMISSION PAID" to al-label.
           move ws-tot-paid to al-amount.
           perform 260-write-amount-line.
      *
           move spaces to ws-amount-line.
           move "TOTAL DRAW BALANCES CLEARED" to al-label.
           move ws-tot-draw-balance to al-amount.
           perform 260-write-amount-line.
      *
      *copies the closed year's files to archives named for the
      *year - a file that is not there has nothing to archive
       300-archive-closed-year.
      *
           move ws-close-year to ws-ya-year.
           move ws-close-year to ws-da-year.
      *
           open input comm-ytd-file.
      *
           if ws-comm-ytd-file-status is not equal to "35"
               open output ytd-archive-file
               move ws-eof-N to ws-eof-flag
               perform 201-read-comm-ytd
               perform 310-archive-one-ytd
                   until ws-eof-flag is equal to ws-eof-Y
               close ytd-archive-file
           end-if.
      *
           close comm-ytd-file.
      *
           open input draw-file.
      *
           if ws-draw-file-status is not equal to "35"
               open output draw-archive-file
               move ws-eof-N to ws-eof-flag
               perform 121-read-draw
               perform 320-archive-one-draw
                   until ws-eof-flag is equal to ws-eof-Y
               close draw-archive-file
           end-if.
      *
           close draw-file.
      *
       310-archive-one-ytd.
      *
           write ytd-archive-rec from comm-ytd-rec.
           perform 201-read-comm-ytd.
      *
       320-archive-one-draw.
      *
           write draw-archive-rec from draw-rec.
           perform 121-read-draw.
      *
      *the new year starts with no year-to-date and no draw
      *balances - A3-SalesComm adds each rep back on their first
      *run of the year
       400-reset-new-year.
      *
           open output comm-ytd-file.
           close comm-ytd-file.
      *
           open output draw-file.
           close draw-file.
      *
       500-save-control.
      *
           move ws-close-year to ct-last-closed-year.
      *
           open output control-file.
           write control-rec.
           close control-file.
      *
       end program A3-CommYearEnd.
