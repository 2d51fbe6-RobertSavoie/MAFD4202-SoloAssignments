       identification division.
       program-id. A5-BudgetActual.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *salary budget versus actual payroll cost.  A5.dat carries
      *each salaried employee's budgeted annual cost, and the
      *payroll YTD file carries what payroll has actually paid
      *them - this report ties the two together through
      *EmployeeXref.dat (the A4/A5 employee number to the payroll
      *employee number, or the payroll name on an older xref row
      *with no number) and shows, for each employee and each
      *position:
      *
      *    budget to date = annual budget * periods paid /
      *                     periods in the year
      *    projected      = YTD gross / periods paid *
      *                     periods in the year
      *    variance       = projected - annual budget
      *
      *a variance over the threshold percent of budget, either
      *way, is flagged.  budgeted people with no payroll record
      *and payroll people no budgeted employee claims are listed
      *on their own at the end.  positions are worked out from
      *the employee code and years with the same bands 5A and 5B
      *use, off the shared PositionBandRules file.
      *
      *A5-BudgetActualCtl.dat optionally sets the pay periods in
      *the year (default 26) and the variance threshold percent
      *(default 10.0).  a payroll YTD file in a layout this
      *program does not read, or more people than the tables
      *hold, stops the run with return code 8; flagged variances
      *or unmatched people end it with return code 4.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select input-file
               assign to "../../../../data/A5.dat"
               organization is line sequential
               file status is ws-input-file-status.
      *
           select xref-file
               assign to "../../../../data/EmployeeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select ytd-file
               assign to "../../../../data/MidtermPractical2-YTD.dat"
               organization is line sequential
               file status is ws-ytd-file-status.
      *
           select band-rules-file
               assign to "../../../../data/PositionBandRules.dat"
               organization is line sequential
               file status is ws-band-rules-file-status.
      *
      *periods in the year and the variance threshold
           select control-file
               assign to "../../../../data/A5-BudgetActualCtl.dat"
               organization is line sequential
               file status is ws-control-file-status.
      *
           select sort-work-file
               assign to "a5budwk.tmp".
      *
      *position-sorted, payroll-matched copy of the budget rows
           select sorted-file
               assign to "a5budget.tmp"
               organization is line sequential.
      *
           select report-file
               assign to "../../../../data/A5-BudgetActual.out"
               organization is line sequential.
      *
           select business-date-file
               assign to "../../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
       data division.
       file section.
      *
       fd input-file
           data record is input-line
           record contains 36 characters.
      *
       01 input-line.
           05 il-emp-num               pic xxx.
           05 il-emp-name              pic x(15).
           05 il-emp-years             pic 99.
           05 il-emp-code              pic x.
           05 il-emp-sal               pic 9(5)v99.
           05 il-emp-budget-est        pic 9(6)v99.
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
           05 xr-payroll-num-n redefines xr-payroll-num
                                       pic 9(4).
      *
      *only the E employee rows matter here
       fd ytd-file
           data record is ytd-record
           record contains 82 characters.
      *
       01 ytd-record.
           05 ytd-rec-type             pic x.
               88 ytd-emp-rec           value "E".
           05 ye-emp-num               pic 9(4).
           05 ye-name                  pic x(20).
           05 ye-gross                 pic 9(8).
           05 ye-fed-tax               pic 9(7).
           05 ye-prov-tax              pic 9(7).
           05 ye-net                   pic 9(8).
           05 ye-periods               pic 9(3).
           05 ye-cpp                   pic 9(5)v99.
           05 ye-ei                    pic 9(5)v99.
           05 ye-dedns                 pic 9(7)v99.
           05 ye-status                pic x.
               88 ye-terminated         value "T".
      *
       01 ytd-header-rec.
           05 yh-marker                pic x(8).
               88 yh-layout-header      value "*LAYOUT ".
           05 yh-file-id               pic x(10).
           05 yh-version               pic 99.
           05 filler                   pic x(62).
      *
       fd band-rules-file
           data record is band-rules-rec
           record contains 9 characters.
      *
       01 band-rules-rec.
           05 br-rule-id               pic x(2).
           05 br-value                 pic 9(6)v9.
      *
       fd control-file
           data record is control-rec
           record contains 5 characters.
      *
       01 control-rec.
           05 ct-periods-per-year      pic 99.
           05 ct-threshold-pct         pic 99v9.
      *
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-pos-seq              pic 9.
           05 srt-emp-num              pic xxx.
           05 filler                   pic x(40).
      *
       fd sorted-file
           data record is sorted-rec
           record contains 44 characters.
      *
       01 sorted-rec.
           05 sr-pos-seq               pic 9.
           05 sr-emp-num               pic xxx.
           05 sr-emp-name              pic x(15).
           05 sr-budget                pic 9(6)v99.
           05 sr-on-payroll            pic x.
               88 sr-matched            value "y".
           05 sr-gross                 pic 9(8).
           05 sr-periods               pic 9(3).
           05 sr-payroll-num           pic 9(4).
           05 sr-status                pic x.
      *
       fd report-file
           data record is report-line
           record contains 100 characters.
      *
       01 report-line                  pic x(100).
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
       77 ws-input-file-status         pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-ytd-file-status           pic xx     value spaces.
       77 ws-band-rules-file-status    pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the payroll YTD layout this program reads
       77 ws-ytd-version               pic 99     value 03.
      *
      *eof flag, reset before each pass
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
       01 ws-run-flags.
           05 ws-run-stopped           pic x      value "n".
               88 run-stopped           value "y".
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
      *
       77 ws-run-date                  pic 9(8)   value 0.
      *
      *control card values, defaulted when there is no card
       77 ws-periods-per-year          pic 99     value 26.
       77 ws-threshold-pct             pic 99v9   value 10.0.
      *
      *position-band thresholds, same compiled defaults as 5A and
      *5B, overridden off the rules file
       77 cnst-grad-code               pic x      value "G".
       77 cnst-nongrad-code            pic x      value "N".
       77 cnst-trailer-marker          pic xxx    value "999".
       77 cnst-grad-analyst-start      pic 99     value 15.
       77 cnst-grad-prog-high          pic 99     value 7.
       77 cnst-grad-prog-low           pic 99     value 2.
       77 cnst-nongrad-prog-start      pic 99     value 10.
       77 cnst-nongrad-jr-start        pic 99     value 4.
      *
      *position names in report order
       01 ws-position-names.
           05 filler                   pic x(12)  value "ANALYST".
           05 filler                   pic x(12)  value "SEN PROG".
           05 filler                   pic x(12)  value "PROG".
           05 filler                   pic x(12)  value "JR PROG".
           05 filler                   pic x(12)  value "UNCLASSIFIED".
       01 ws-position-names-r redefines ws-position-names.
           05 ws-position-name         pic x(12)  occurs 5.
      *
      *cross-reference table - only the keys this report joins on
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a4              pic x(3).
               10 ws-xr-payroll-name    pic x(20).
               10 ws-xr-payroll-num     pic 9(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
       77 ws-xref-max                  pic 9(3)   value 200.
      *
      *payroll employee table, with a switch set when a budgeted
      *employee claims the row
       01 ws-pay-table.
           05 ws-pay-entry occurs 1 to 500 times
                   depending on ws-pay-count.
               10 ws-py-emp-num         pic 9(4).
               10 ws-py-name            pic x(20).
               10 ws-py-gross           pic 9(8).
               10 ws-py-periods         pic 9(3).
               10 ws-py-status          pic x.
               10 ws-py-claimed         pic x.
      *
       01 ws-pay-count                 pic 9(3)   value 0.
       77 ws-pay-max                   pic 9(3)   value 500.
      *
      *budgeted employees with no payroll record, kept for the
      *listing at the end
       01 ws-missing-table.
           05 ws-missing-entry occurs 1 to 200 times
                   depending on ws-missing-count.
               10 ws-ms-emp-num         pic x(3).
               10 ws-ms-emp-name        pic x(15).
               10 ws-ms-position        pic x(12).
               10 ws-ms-budget          pic 9(6)v99.
      *
       01 ws-missing-count             pic 9(3)   value 0.
       77 ws-missing-max               pic 9(3)   value 200.
      *
       01 ws-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-pay-x                 pic 9(3)   value 0.
           05 ws-missing-x             pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
           05 ws-pay-hit               pic 9(3)   value 0.
      *
      *the position worked out for the row being released
       77 ws-pos-seq                   pic 9      value 0.
      *
      *one budget row with its payroll figures joined on, built
      *for the sort - same layout as sorted-rec
       01 ws-budget-row.
           05 ws-bw-pos-seq            pic 9.
           05 ws-bw-emp-num            pic xxx.
           05 ws-bw-emp-name           pic x(15).
           05 ws-bw-budget             pic 9(6)v99.
           05 ws-bw-on-payroll         pic x.
           05 ws-bw-gross              pic 9(8).
           05 ws-bw-periods            pic 9(3).
           05 ws-bw-payroll-num        pic 9(4).
           05 ws-bw-status             pic x.
      *
      *control break on position
       77 ws-prev-pos                  pic 9      value 0.
      *
      *per-employee math
       01 ws-calc-work.
           05 ws-budget-to-date        pic 9(7)v99 value 0.
           05 ws-projected             pic 9(9)v99 value 0.
           05 ws-variance              pic s9(9)v99 value 0.
           05 ws-variance-pct          pic s9(5)v9 value 0.
           05 ws-abs-pct               pic 9(5)v9 value 0.
      *
      *position and report accumulators
       01 ws-pos-totals.
           05 ws-pt-count              pic 9(4)   value 0.
           05 ws-pt-budget             pic 9(9)v99 value 0.
           05 ws-pt-budget-td          pic 9(9)v99 value 0.
           05 ws-pt-actual             pic 9(9)   value 0.
           05 ws-pt-projected          pic 9(9)v99 value 0.
           05 ws-pt-flagged            pic 9(4)   value 0.
      *
       01 ws-report-totals.
           05 ws-rt-count              pic 9(4)   value 0.
           05 ws-rt-budget             pic 9(9)v99 value 0.
           05 ws-rt-budget-td          pic 9(9)v99 value 0.
           05 ws-rt-actual             pic 9(9)   value 0.
           05 ws-rt-projected          pic 9(9)v99 value 0.
           05 ws-rt-flagged            pic 9(4)   value 0.
           05 ws-rt-no-budget          pic 9(4)   value 0.
      *
       77 ws-total-variance            pic s9(9)v99 value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "SALARY BUDGET VERSUS ACTUAL PAYROLL COST".
           05 filler                   pic x(12)  value
               "  RUN DATE: ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-basis-line.
           05 filler                   pic x(19)  value
               "PERIODS IN YEAR: ".
           05 hl-periods               pic z9.
           05 filler                   pic x(24)  value
               "   VARIANCE THRESHOLD: ".
           05 hl-threshold             pic z9.9.
           05 filler                   pic x      value "%".
           05 filler                   pic x(50)  value spaces.
      *
       01 ws-position-line.
           05 filler                   pic x(10)  value
               "POSITION: ".
           05 pl-position              pic x(12).
           05 filler                   pic x(78)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "EMP  NAME              BUDGET  BUDGET YTD  ACTUAL ".
           05 filler                   pic x(50)  value
               "YTD PRD   PROJECTED    VARIANCE     PCT FLAG".
      *
       01 ws-detail-line.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-emp-name              pic x(15).
           05 filler                   pic x(2)   value spaces.
           05 dl-budget                pic zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-budget-td             pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-actual                pic zz,zzz,zz9.
           05 filler                   pic x      value spaces.
           05 dl-periods               pic zz9.
           05 filler                   pic x      value spaces.
           05 dl-projected             pic zzz,zzz,zz9.
           05 filler                   pic x      value spaces.
           05 dl-variance              pic ---,---,--9.
           05 filler                   pic x      value spaces.
           05 dl-pct                   pic ----9.9.
           05 filler                   pic x      value spaces.
           05 dl-flag                  pic x(10).
      *
       01 ws-total-line.
           05 tl-label                 pic x(20).
           05 tl-budget                pic z,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-budget-td             pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-actual                pic zz,zzz,zz9.
           05 filler                   pic x(5)   value spaces.
           05 tl-projected             pic zzz,zzz,zz9.
           05 filler                   pic x      value spaces.
           05 tl-variance              pic ---,---,--9.
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(9)   value "FLAGGED: ".
           05 tl-flagged               pic zzz9.
           05 filler                   pic x(4)   value spaces.
      *
       01 ws-section-line.
           05 ws-sl-text               pic x(50).
           05 filler                   pic x(50)  value spaces.
      *
       01 ws-missing-line.
           05 ml-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 ml-emp-name              pic x(15).
           05 filler                   pic x(2)   value spaces.
           05 ml-position              pic x(12).
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(8)   value "BUDGET: ".
           05 ml-budget                pic zzz,zz9.99.
           05 filler                   pic x(46)  value spaces.
      *
       01 ws-no-budget-line.
           05 nl-payroll-num           pic 9(4).
           05 filler                   pic x(2)   value spaces.
           05 nl-name                  pic x(20).
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(11)  value "YTD GROSS: ".
           05 nl-gross                 pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(9)   value "PERIODS: ".
           05 nl-periods               pic zz9.
           05 filler                   pic x(2)   value spaces.
           05 nl-status                pic x(10).
           05 filler                   pic x(25)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(40)  value "   NONE".
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-stopped-line.
           05 sl-text                  pic x(100).
      *
       01 ws-blank-line                pic x(100) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 110-read-control.
           perform 120-load-band-rules.
           perform 130-load-xref.
           perform 140-load-payroll.
      *
           open output report-file.
      *
           move ws-run-date to hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           if run-stopped
               write report-line from ws-stopped-line
                 after advancing 2 lines
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           move ws-periods-per-year to hl-periods.
           move ws-threshold-pct    to hl-threshold.
           write report-line from ws-basis-line
             after advancing 1 line.
      *
           open input input-file.
           close input-file.
      *
           if ws-input-file-status is not equal to "35"
               perform 200-sort-budget
           end-if.
      *
           if run-stopped
               write report-line from ws-stopped-line
                 after advancing 2 lines
               close report-file
               move 8 to return-code
               goback
           end-if.
      *
           if ws-input-file-status is not equal to "35"
               perform 300-report-budget
           end-if.
      *
           perform 400-print-report-totals.
           perform 500-print-not-on-payroll.
           perform 600-print-no-budget.
      *
           close report-file.
      *
           if ws-rt-flagged is greater than 0
             or ws-missing-count is greater than 0
             or ws-rt-no-budget is greater than 0
               move 4 to return-code
           end-if.
      *
           goback.
      *
       100-set-run-date.
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
      *a zero or non-numeric value on the card keeps the default
       110-read-control.
      *
           open input control-file.
      *
           if ws-control-file-status is not equal to "35"
               read control-file
                   at end
                       continue
                   not at end
                       if ct-periods-per-year is numeric
                         and ct-periods-per-year is greater than 0
                           move ct-periods-per-year
                                       to ws-periods-per-year
                       end-if
                       if ct-threshold-pct is numeric
                         and ct-threshold-pct is greater than 0
                           move ct-threshold-pct to ws-threshold-pct
                       end-if
               end-read
           end-if.
      *
           close control-file.
      *
       120-load-band-rules.
      *
           open input band-rules-file.
      *
           if ws-band-rules-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 121-read-band-rule
               perform 122-apply-band-rule
                   until ws-eof-flag is equal to ws-eof-Y
           end-if.
      *
           close band-rules-file.
      *
       121-read-band-rule.
           read band-rules-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       122-apply-band-rule.
      *
           if br-rule-id is equal to "GA"
               move br-value to cnst-grad-analyst-start
           end-if.
           if br-rule-id is equal to "GP"
               move br-value to cnst-grad-prog-high
           end-if.
           if br-rule-id is equal to "GL"
               move br-value to cnst-grad-prog-low
           end-if.
           if br-rule-id is equal to "NP"
               move br-value to cnst-nongrad-prog-start
           end-if.
           if br-rule-id is equal to "NJ"
               move br-value to cnst-nongrad-jr-start
           end-if.
      *
           perform 121-read-band-rule.
      *
      *the cross-reference rows that name an A4/A5 employee
       130-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 131-read-xref
               perform 132-store-xref
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close xref-file.
      *
       131-read-xref.
           read xref-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       132-store-xref.
      *
           if xr-a4-num is not equal to spaces
               if ws-xref-count is not less than ws-xref-max
                   move "y" to ws-run-stopped
                   move "XREF OVER 200 A4/A5 ROWS - RUN STOPPED"
                                       to sl-text
               else
                   add 1 to ws-xref-count
                   move xr-a4-num       to ws-xr-a4 (ws-xref-count)
                   move xr-payroll-name
                                   to ws-xr-payroll-name (ws-xref-count)
                   move 0 to ws-xr-payroll-num (ws-xref-count)
                   if xr-payroll-num-n is numeric
                       move xr-payroll-num-n
                                   to ws-xr-payroll-num (ws-xref-count)
                   end-if
               end-if
           end-if.
      *
           perform 131-read-xref.
      *
      *the payroll employee rows - a layout header on the first
      *record is checked, and an unstamped file is read as the
      *current layout
       140-load-payroll.
      *
           open input ytd-file.
      *
           if ws-ytd-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 141-read-ytd
               if ws-eof-flag is equal to ws-eof-N
                 and yh-layout-header
                   if yh-file-id is not equal to "PAYYTD"
                     or yh-version is not equal to ws-ytd-version
                       move "y" to ws-run-stopped
                       move spaces to sl-text
                       string "PAYROLL YTD FILE LAYOUT " yh-file-id
                              " VERSION " yh-version
                              " NOT SUPPORTED (EXPECTS "
                              ws-ytd-version ") - RUN STOPPED"
                           delimited by size into sl-text
                   end-if
               end-if
               perform 142-store-payroll
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close ytd-file.
      *
       141-read-ytd.
           read ytd-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-store-payroll.
      *
           if ytd-emp-rec
               if ws-pay-count is not less than ws-pay-max
                   move "y" to ws-run-stopped
                   move "PAYROLL OVER 500 EMPLOYEES - RUN STOPPED"
                                       to sl-text
               else
                   add 1 to ws-pay-count
                   move ye-emp-num  to ws-py-emp-num (ws-pay-count)
                   move ye-name     to ws-py-name (ws-pay-count)
                   move ye-gross    to ws-py-gross (ws-pay-count)
                   move ye-periods  to ws-py-periods (ws-pay-count)
                   move ye-status   to ws-py-status (ws-pay-count)
                   move "n"         to ws-py-claimed (ws-pay-count)
               end-if
           end-if.
      *
           perform 141-read-ytd.
      *
      *position, then employee number - each budget row goes in
      *with its payroll figures already joined on
       200-sort-budget.
      *
           sort sort-work-file
               on ascending key srt-pos-seq
               on ascending key srt-emp-num
               input procedure is 210-release-budget
               giving sorted-file.
      *
       210-release-budget.
      *
           open input input-file.
           move ws-eof-N to ws-eof-flag.
           perform 211-read-and-release
               until ws-eof-flag is equal to ws-eof-Y
               or run-stopped.
           close input-file.
      *
      *the trailer and any row 5A would reject are skipped - only
      *graduate and non-graduate employees carry a budget
       211-read-and-release.
      *
           read input-file
               at end
                   move ws-eof-Y to ws-eof-flag
               not at end
                   if il-emp-num is not equal to cnst-trailer-marker
                     and (il-emp-code is equal to cnst-grad-code
                       or il-emp-code is equal to cnst-nongrad-code)
                     and il-emp-years is numeric
                     and il-emp-budget-est is numeric
                       perform 212-determine-position
                       perform 213-match-payroll
                       if run-stopped
                           continue
                       else
                           move ws-pos-seq to ws-bw-pos-seq
                           move il-emp-num to ws-bw-emp-num
                           move il-emp-name to ws-bw-emp-name
                           move il-emp-budget-est to ws-bw-budget
                           release sort-rec from ws-budget-row
                       end-if
                   end-if
           end-read.
      *
      *5A's graduate bands and 5B's non-graduate bands - 1 analyst,
      *2 senior programmer, 3 programmer, 4 junior programmer,
      *5 unclassified
       212-determine-position.
      *
           move 5 to ws-pos-seq.
      *
           if il-emp-code      =  cnst-grad-code          then
               if il-emp-years >  cnst-grad-analyst-start then
                   move 1 to ws-pos-seq
               end-if
               if il-emp-years <= cnst-grad-analyst-start and
                  il-emp-years >= cnst-grad-prog-high     then
                   move 2 to ws-pos-seq
               end-if
               if il-emp-years <  cnst-grad-prog-high     and
                  il-emp-years >  cnst-grad-prog-low      then
                   move 3 to ws-pos-seq
               end-if
           end-if.
           if il-emp-code      =  cnst-nongrad-code       then
               if il-emp-years >  cnst-nongrad-prog-start then
                   move 3 to ws-pos-seq
               end-if
               if il-emp-years <= cnst-nongrad-prog-start and
                  il-emp-years >  cnst-nongrad-jr-start   then
                   move 4 to ws-pos-seq
               end-if
           end-if.
      *
      *employee number to xref row, xref row to payroll row - by
      *payroll number when the xref row carries one, otherwise by
      *the payroll name
       213-match-payroll.
      *
           move "n" to ws-bw-on-payroll.
           move 0   to ws-bw-gross
                       ws-bw-periods
                       ws-bw-payroll-num.
           move spaces to ws-bw-status.
      *
           move "n" to ws-key-found.
           perform 214-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or key-found.
      *
           if key-found
               move "n" to ws-key-found
               perform 215-match-ytd
                   varying ws-pay-x from 1 by 1
                   until ws-pay-x is greater than ws-pay-count
                   or key-found
           end-if.
      *
           if key-found
               move "y" to ws-bw-on-payroll
               move "y" to ws-py-claimed (ws-pay-hit)
               move ws-py-gross (ws-pay-hit)   to ws-bw-gross
               move ws-py-periods (ws-pay-hit) to ws-bw-periods
               move ws-py-emp-num (ws-pay-hit) to ws-bw-payroll-num
               move ws-py-status (ws-pay-hit)  to ws-bw-status
           else
               perform 216-save-missing
           end-if.
      *
       214-match-xref.
      *
           if ws-xr-a4 (ws-xref-x) is equal to il-emp-num
               move "y" to ws-key-found
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       215-match-ytd.
      *
           if ws-xr-payroll-num (ws-xref-hit) is greater than 0
               if ws-py-emp-num (ws-pay-x) is equal to
                                   ws-xr-payroll-num (ws-xref-hit)
                   move "y" to ws-key-found
                   move ws-pay-x to ws-pay-hit
               end-if
           else
               if ws-xr-payroll-name (ws-xref-hit) is not equal to
                                                               spaces
                 and ws-py-name (ws-pay-x) is equal to
                                   ws-xr-payroll-name (ws-xref-hit)
                   move "y" to ws-key-found
                   move ws-pay-x to ws-pay-hit
               end-if
           end-if.
      *
       216-save-missing.
      *
           if ws-missing-count is not less than ws-missing-max
               move "y" to ws-run-stopped
               move "OVER 200 NOT ON PAYROLL - RUN STOPPED"
                                       to sl-text
           else
               add 1 to ws-missing-count
               move il-emp-num to ws-ms-emp-num (ws-missing-count)
               move il-emp-name to ws-ms-emp-name (ws-missing-count)
               move ws-position-name (ws-pos-seq)
                               to ws-ms-position (ws-missing-count)
               move il-emp-budget-est
                               to ws-ms-budget (ws-missing-count)
           end-if.
      *
       300-report-budget.
      *
           open input sorted-file.
           move ws-eof-N to ws-eof-flag.
      *
           perform 301-read-sorted.
           perform 310-report-one-employee
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-prev-pos is not equal to 0
               perform 320-position-break
           end-if.
      *
           close sorted-file.
      *
       301-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *budgeted people with no payroll record are listed on their
      *own at the end, not in the position detail
       310-report-one-employee.
      *
           if sr-matched
               if sr-pos-seq is not equal to ws-prev-pos
                   if ws-prev-pos is not equal to 0
                       perform 320-position-break
                   end-if
                   move sr-pos-seq to ws-prev-pos
                   perform 315-position-heading
               end-if
               perform 311-print-employee
           end-if.
      *
           perform 301-read-sorted.
      *
       311-print-employee.
      *
           move 0 to ws-budget-to-date
                     ws-projected.
      *
           if sr-periods is greater than 0
               compute ws-budget-to-date rounded =
                   sr-budget * sr-periods / ws-periods-per-year
                   on size error
                       move 0 to ws-budget-to-date
               end-compute
               compute ws-projected rounded =
                   sr-gross * ws-periods-per-year / sr-periods
                   on size error
                       move 0 to ws-projected
               end-compute
           end-if.
      *
           subtract sr-budget from ws-projected giving ws-variance.
      *
           move 0 to ws-variance-pct.
           if sr-budget is greater than 0
               compute ws-variance-pct rounded =
                   ws-variance * 100 / sr-budget
                   on size error
                       move 99999.9 to ws-variance-pct
               end-compute
           end-if.
      *
           move sr-emp-num        to dl-emp-num.
           move sr-emp-name       to dl-emp-name.
           move sr-budget         to dl-budget.
           move ws-budget-to-date to dl-budget-td.
           move sr-gross          to dl-actual.
           move sr-periods        to dl-periods.
           move ws-projected      to dl-projected.
           move ws-variance       to dl-variance.
           move ws-variance-pct   to dl-pct.
           move spaces            to dl-flag.
      *
      *a budget of zero against real pay is always flagged
           move ws-variance-pct to ws-abs-pct.
           if ws-abs-pct is greater than ws-threshold-pct
             or (sr-budget is equal to 0
               and ws-projected is greater than 0)
               if ws-variance is greater than 0
                   move "** OVER" to dl-flag
               else
                   move "** UNDER" to dl-flag
               end-if
               add 1 to ws-pt-flagged
           end-if.
      *
           if sr-status is equal to "T"
             and dl-flag is equal to spaces
               move "TERMINATED" to dl-flag
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add 1                 to ws-pt-count.
           add sr-budget         to ws-pt-budget.
           add ws-budget-to-date to ws-pt-budget-td.
           add sr-gross          to ws-pt-actual.
           add ws-projected      to ws-pt-projected.
      *
       315-position-heading.
      *
           move ws-position-name (sr-pos-seq) to pl-position.
           write report-line from ws-position-line
             after advancing 2 lines.
           write report-line from ws-column-line
             after advancing 1 line.
      *
       320-position-break.
      *
           move "     POSITION TOTAL"  to tl-label.
           move ws-pt-budget          to tl-budget.
           move ws-pt-budget-td       to tl-budget-td.
           move ws-pt-actual          to tl-actual.
           move ws-pt-projected       to tl-projected.
           subtract ws-pt-budget from ws-pt-projected
               giving ws-total-variance.
           move ws-total-variance     to tl-variance.
           move ws-pt-flagged         to tl-flagged.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           add ws-pt-count     to ws-rt-count.
           add ws-pt-budget    to ws-rt-budget.
           add ws-pt-budget-td to ws-rt-budget-td.
           add ws-pt-actual    to ws-rt-actual.
           add ws-pt-projected to ws-rt-projected.
           add ws-pt-flagged   to ws-rt-flagged.
      *
           initialize ws-pos-totals.
      *
       400-print-report-totals.
      *
           move "COMPANY TOTAL"  to tl-label.
           move ws-rt-budget     to tl-budget.
           move ws-rt-budget-td  to tl-budget-td.
           move ws-rt-actual     to tl-actual.
           move ws-rt-projected  to tl-projected.
           subtract ws-rt-budget from ws-rt-projected
               giving ws-total-variance.
           move ws-total-variance to tl-variance.
           move ws-rt-flagged    to tl-flagged.
           write report-line from ws-total-line
             after advancing 3 lines.
      *
       500-print-not-on-payroll.
      *
           move "BUDGETED EMPLOYEES NOT ON PAYROLL" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 3 lines.
      *
           if ws-missing-count is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           else
               perform 510-print-missing
                   varying ws-missing-x from 1 by 1
                   until ws-missing-x is greater than ws-missing-count
           end-if.
      *
       510-print-missing.
      *
           move ws-ms-emp-num (ws-missing-x)  to ml-emp-num.
           move ws-ms-emp-name (ws-missing-x) to ml-emp-name.
           move ws-ms-position (ws-missing-x) to ml-position.
           move ws-ms-budget (ws-missing-x)   to ml-budget.
           write report-line from ws-missing-line
             after advancing 1 line.
      *
       600-print-no-budget.
      *
           move "PAYROLL EMPLOYEES WITH NO BUDGET" to ws-sl-text.
           write report-line from ws-section-line
             after advancing 3 lines.
      *
           perform 610-print-unclaimed
               varying ws-pay-x from 1 by 1
               until ws-pay-x is greater than ws-pay-count.
      *
           if ws-rt-no-budget is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           end-if.
      *
       610-print-unclaimed.
      *
           if ws-py-claimed (ws-pay-x) is equal to "n"
               add 1 to ws-rt-no-budget
               move ws-py-emp-num (ws-pay-x) to nl-payroll-num
               move ws-py-name (ws-pay-x)    to nl-name
               move ws-py-gross (ws-pay-x)   to nl-gross
               move ws-py-periods (ws-pay-x) to nl-periods
               move spaces to nl-status
               if ws-py-status (ws-pay-x) is equal to "T"
                   move "TERMINATED" to nl-status
               end-if
               write report-line from ws-no-budget-line
                 after advancing 1 line
           end-if.
      *
       end program A5-BudgetActual.
