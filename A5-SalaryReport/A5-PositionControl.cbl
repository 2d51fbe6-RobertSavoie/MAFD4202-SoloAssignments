       identification division.
       program-id. A5-PositionControl.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *position control - approved headcount versus actual staff.
      *the shared PositionControl.dat file carries, per department
      *and position, the approved headcount and the budgeted
      *annual salary per head.  this report counts the actual
      *staff off A4.dat and A5.dat into the same department and
      *position cells and shows, for each cell:
      *
      *    budget   = approved headcount * budgeted salary per head
      *    actual   = the salaries of the staff holding the cell
      *    vacant $ = vacancies * budgeted salary per head
      *    over $   = overfill * the cell's average actual salary
      *
      *with department subtotals and a company total.  positions
      *are worked out from the employee code and years with the
      *same bands A4 uses (contract staff are their own position),
      *off the shared PositionBandRules file.  an employee's
      *department comes from their A1 contact row, found through
      *EmployeeXref.dat; staff with no department on file count
      *under department ???, and staff in a cell with no approved
      *headcount show as NO CONTROL.
      *
      *A4-SalaryReport flags the same overfills employee by
      *employee, adding up each position over every department.
      *a contact roster in a layout this program does not read,
      *or more rows than the tables hold, stops the run with
      *return code 8; any overfilled cell ends it with return
      *code 4.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select position-control-file
               assign to "../../../../data/PositionControl.dat"
               organization is line sequential
               file status is ws-posctl-file-status.
      *
           select a4-file
               assign to "../../../../data/A4.dat"
               organization is line sequential
               file status is ws-a4-file-status.
      *
           select a5-file
               assign to "../../../../data/A5.dat"
               organization is line sequential
               file status is ws-a5-file-status.
      *
           select xref-file
               assign to "../../../../data/EmployeeXref.dat"
               organization is line sequential
               file status is ws-xref-file-status.
      *
           select contact-file
               assign to "../../../../data/A1-ContactList.dat"
               organization is line sequential
               file status is ws-contact-file-status.
      *
           select band-rules-file
               assign to "../../../../data/PositionBandRules.dat"
               organization is line sequential
               file status is ws-band-rules-file-status.
      *
           select sort-work-file
               assign to "a5posctlwk.tmp".
      *
      *department/position-sorted copy of the cells
           select sorted-file
               assign to "a5posctl.tmp"
               organization is line sequential.
      *
           select report-file
               assign to "../../../../data/A5-PositionControl.out"
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
      *department, position code A/S/P/J/C/U, approved headcount
      *and budgeted annual salary per head
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
       fd a4-file
           data record is a4-line
           record contains 36 characters.
      *
       01 a4-line.
           05 a4-emp-num               pic xxx.
           05 a4-emp-name              pic x(15).
           05 a4-emp-code              pic x.
           05 a4-emp-years             pic 99.
           05 a4-emp-sal               pic 9(5)v99.
           05 filler                   pic x(8).
      *
      *years ahead of the code, unlike A4.dat; the trailer row's
      *number is 999
       fd a5-file
           data record is a5-line
           record contains 36 characters.
      *
       01 a5-line.
           05 a5-emp-num               pic xxx.
           05 a5-emp-name              pic x(15).
           05 a5-emp-years             pic 99.
           05 a5-emp-code              pic x.
           05 a5-emp-sal               pic 9(5)v99.
           05 filler                   pic x(8).
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
           05 filler                   pic x(4).
      *
      *roster rows as A1-ContactList reads them - only the contact
      *number and the department matter here
       fd contact-file
           data record is contact-line
           record contains 70 characters.
      *
       01 contact-line.
           05 il-contact-num           pic x(4).
           05 il-name                  pic x(16).
           05 il-email                 pic x(30).
           05 il-number                pic x(12).
           05 il-status                pic x.
           05 il-dept                  pic x(3).
           05 il-manager-num           pic x(4).
      *
       01 contact-header-line.
           05 hl-marker                pic x(8).
               88 hl-layout-header      value "*LAYOUT ".
           05 hl-file-id               pic x(10).
           05 hl-version               pic 99.
           05 filler                   pic x(50).
      *
       fd band-rules-file
           data record is band-rules-rec
           record contains 9 characters.
      *
       01 band-rules-rec.
           05 br-rule-id               pic x(2).
           05 br-value                 pic 9(6)v9.
      *
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-dept                 pic x(3).
           05 srt-pos-seq              pic 9.
           05 filler                   pic x(28).
      *
       fd sorted-file
           data record is sorted-rec
           record contains 32 characters.
      *
       01 sorted-rec.
           05 sr-dept                  pic x(3).
           05 sr-pos-seq               pic 9.
           05 sr-approved              pic 9(4).
           05 sr-budget-salary         pic 9(7)v99.
           05 sr-actual                pic 9(4).
           05 sr-actual-dollars        pic 9(9)v99.
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
       77 ws-posctl-file-status        pic xx     value spaces.
       77 ws-a4-file-status            pic xx     value spaces.
       77 ws-a5-file-status            pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-contact-file-status       pic xx     value spaces.
       77 ws-band-rules-file-status    pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
      *
      *the roster layouts this program reads - the department sits
      *in the same place in both
       77 ws-roster-version            pic 99     value 03.
       77 ws-roster-prior-version      pic 99     value 02.
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
      *position-band thresholds, same compiled defaults as A4,
      *overridden off the rules file
       77 cnst-grad-code               pic x      value "G".
       77 cnst-nongrad-code            pic x      value "N".
       77 cnst-contract-code           pic x      value "C".
       77 cnst-trailer-marker          pic xxx    value "999".
       77 cnst-no-dept                 pic xxx    value "???".
       77 cnst-grad-analyst-start      pic 99     value 15.
       77 cnst-grad-prog-high          pic 99     value 7.
       77 cnst-grad-prog-low           pic 99     value 2.
       77 cnst-nongrad-prog-start      pic 99     value 10.
       77 cnst-nongrad-jr-start        pic 99     value 4.
      *
      *position names and control-file codes in A4's band order
       01 ws-position-names.
           05 filler                   pic x(13)  value "AANALYST".
           05 filler                   pic x(13)  value "SSEN PROG".
           05 filler                   pic x(13)  value "PPROG".
           05 filler                   pic x(13)  value "JJR PROG".
           05 filler                   pic x(13)  value "CCONTRACT".
           05 filler                   pic x(13)  value
               "UUNCLASSIFIED".
       01 ws-position-names-r redefines ws-position-names.
           05 ws-position-entry occurs 6.
               10 ws-position-code     pic x.
               10 ws-position-name     pic x(12).
      *
      *cross-reference table - A4/A5 employee number to A1 contact
       01 ws-xref-table.
           05 ws-xref-entry occurs 1 to 200 times
                   depending on ws-xref-count.
               10 ws-xr-a4              pic x(3).
               10 ws-xr-a1              pic x(4).
      *
       01 ws-xref-count                pic 9(3)   value 0.
       77 ws-xref-max                  pic 9(3)   value 200.
      *
      *contact table - contact number to department
       01 ws-contact-table.
           05 ws-contact-entry occurs 1 to 500 times
                   depending on ws-contact-count.
               10 ws-ct-num             pic x(4).
               10 ws-ct-dept            pic x(3).
      *
       01 ws-contact-count             pic 9(3)   value 0.
       77 ws-contact-max               pic 9(3)   value 500.
      *
      *one cell per department and position - the control rows
      *first, then any cell only the staff count opens
       01 ws-cell-table.
           05 ws-cell-entry occurs 1 to 300 times
                   depending on ws-cell-count.
               10 ws-cl-dept            pic x(3).
               10 ws-cl-pos-seq         pic 9.
               10 ws-cl-approved        pic 9(4).
               10 ws-cl-budget-salary   pic 9(7)v99.
               10 ws-cl-actual          pic 9(4).
               10 ws-cl-actual-dollars  pic 9(9)v99.
      *
       01 ws-cell-count                pic 9(3)   value 0.
       77 ws-cell-max                  pic 9(3)   value 300.
      *
       01 ws-subs.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-contact-x             pic 9(3)   value 0.
           05 ws-cell-x                pic 9(3)   value 0.
           05 ws-pos-x                 pic 9      value 0.
           05 ws-cell-hit              pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
      *
      *the employee being counted, off either master
       01 ws-emp-work.
           05 ws-ew-num                pic xxx.
           05 ws-ew-code               pic x.
           05 ws-ew-years              pic 99.
           05 ws-ew-sal                pic 9(5)v99.
      *
       77 ws-pos-seq                   pic 9      value 0.
       77 ws-dept                      pic x(3)   value spaces.
      *
      *control break on department
       77 ws-prev-dept                 pic x(3)   value spaces.
       77 ws-first-cell                pic x      value "y".
      *
      *per-cell math
       01 ws-calc-work.
           05 ws-vacant                pic 9(4)   value 0.
           05 ws-over                  pic 9(4)   value 0.
           05 ws-budget-dollars        pic 9(9)v99 value 0.
           05 ws-vacant-dollars        pic 9(9)v99 value 0.
           05 ws-over-dollars          pic 9(9)v99 value 0.
      *
      *department and report accumulators
       01 ws-dept-totals.
           05 ws-dt-approved           pic 9(5)   value 0.
           05 ws-dt-actual             pic 9(5)   value 0.
           05 ws-dt-vacant             pic 9(5)   value 0.
           05 ws-dt-over               pic 9(5)   value 0.
           05 ws-dt-budget             pic 9(9)v99 value 0.
           05 ws-dt-actual-dollars     pic 9(9)v99 value 0.
           05 ws-dt-vacant-dollars     pic 9(9)v99 value 0.
           05 ws-dt-over-dollars       pic 9(9)v99 value 0.
      *
       01 ws-report-totals.
           05 ws-rt-approved           pic 9(5)   value 0.
           05 ws-rt-actual             pic 9(5)   value 0.
           05 ws-rt-vacant             pic 9(5)   value 0.
           05 ws-rt-over               pic 9(5)   value 0.
           05 ws-rt-budget             pic 9(9)v99 value 0.
           05 ws-rt-actual-dollars     pic 9(9)v99 value 0.
           05 ws-rt-vacant-dollars     pic 9(9)v99 value 0.
           05 ws-rt-over-dollars       pic 9(9)v99 value 0.
      *
       01 ws-counters.
           05 ws-cntr-counted          pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-no-dept          pic 9(4)   value 0.
           05 ws-cntr-bad-control      pic 9(4)   value 0.
           05 ws-cntr-overfilled       pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "POSITION CONTROL - APPROVED VS ACTUAL".
           05 filler                   pic x(12)  value
               "  RUN DATE: ".
           05 hl-run-date              pic 9(8).
           05 filler                   pic x(40)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(50)  value
               "DPT  POSITION     APPR   ACT   VAC  OVER      BUDG".
           05 filler                   pic x(50)  value
               "ET      ACTUAL    VACANT $      OVER $ FLAG".
      *
       01 ws-detail-line.
           05 dl-dept                  pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-position              pic x(12).
           05 filler                   pic x      value spaces.
           05 dl-approved              pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-actual                pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-vacant                pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-over                  pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-budget                pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-actual-dollars        pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-vacant-dollars        pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 dl-over-dollars          pic zz,zzz,zz9.
           05 filler                   pic x      value spaces.
           05 dl-flag                  pic x(10).
           05 filler                   pic x      value spaces.
      *
       01 ws-total-line.
           05 tl-label                 pic x(17).
           05 filler                   pic x      value spaces.
           05 tl-approved              pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-actual                pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-vacant                pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-over                  pic zzz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-budget                pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-actual-dollars        pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-vacant-dollars        pic zz,zzz,zz9.
           05 filler                   pic x(2)   value spaces.
           05 tl-over-dollars          pic zz,zzz,zz9.
           05 filler                   pic x(12)  value spaces.
      *
       01 ws-count-line.
           05 filler                   pic x(19)  value
               "EMPLOYEES COUNTED: ".
           05 cl-counted               pic zzz9.
           05 filler                   pic x(13)  value
               "  REJECTED: ".
           05 cl-rejected              pic zzz9.
           05 filler                   pic x(18)  value
               "  NO DEPARTMENT: ".
           05 cl-no-dept               pic zzz9.
           05 filler                   pic x(25)  value
               "  CONTROL ROWS REJECTED: ".
           05 cl-bad-control           pic zzz9.
           05 filler                   pic x(9)   value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(40)  value
               "   NO POSITION CONTROL OR STAFF ON FILE".
           05 filler                   pic x(60)  value spaces.
      *
       01 ws-stopped-line.
           05 sl-text                  pic x(100).
      *
       procedure division.
       000-main.
      *
           perform 100-set-run-date.
           perform 120-load-band-rules.
           perform 130-load-xref.
      *
           if not run-stopped
               perform 140-load-contacts
           end-if.
      *
           if not run-stopped
               perform 150-load-position-control
           end-if.
      *
           if not run-stopped
               perform 200-count-a4-staff
           end-if.
      *
           if not run-stopped
               perform 210-count-a5-staff
           end-if.
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
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           if ws-cell-count is equal to 0
               write report-line from ws-none-line
                 after advancing 2 lines
           else
               perform 300-sort-cells
               perform 400-report-cells
           end-if.
      *
           perform 500-print-report-totals.
      *
           close report-file.
      *
           if ws-cntr-overfilled is greater than 0
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
      *the cross-reference rows that name both an A4/A5 employee
      *and an A1 contact
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
             and xr-a1-num is not equal to spaces
               if ws-xref-count is not less than ws-xref-max
                   move "y" to ws-run-stopped
                   move "XREF OVER 200 A4/A5 ROWS - RUN STOPPED"
                                       to sl-text
               else
                   add 1 to ws-xref-count
                   move xr-a4-num to ws-xr-a4 (ws-xref-count)
                   move xr-a1-num to ws-xr-a1 (ws-xref-count)
               end-if
           end-if.
      *
           perform 131-read-xref.
      *
      *the roster's layout header, when there is one, is checked
      *the way A0-Emp360 checks it, then skipped
       140-load-contacts.
      *
           open input contact-file.
      *
           if ws-contact-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 141-read-contact
               if ws-eof-flag is equal to ws-eof-N
                 and hl-layout-header
                   if hl-file-id is not equal to "CONTACTS"
                     or (hl-version is not equal to ws-roster-version
                       and hl-version is not equal to
                                       ws-roster-prior-version)
                       move "y" to ws-run-stopped
                       move spaces to sl-text
                       string "CONTACT ROSTER LAYOUT " hl-file-id
                              " VERSION " hl-version
                              " NOT SUPPORTED (EXPECTS "
                              ws-roster-version ") - RUN STOPPED"
                           delimited by size into sl-text
                   else
                       perform 141-read-contact
                   end-if
               end-if
               perform 142-store-contact
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close contact-file.
      *
       141-read-contact.
           read contact-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       142-store-contact.
      *
           if il-contact-num is not equal to spaces
               if ws-contact-count is not less than ws-contact-max
                   move "y" to ws-run-stopped
                   move "ROSTER OVER 500 CONTACTS - RUN STOPPED"
                                       to sl-text
               else
                   add 1 to ws-contact-count
                   move il-contact-num
                                   to ws-ct-num (ws-contact-count)
                   move il-dept    to ws-ct-dept (ws-contact-count)
               end-if
           end-if.
      *
           perform 141-read-contact.
      *
      *every control row opens its cell - a row repeated for the
      *same department and position adds to the approved count
      *and the later budgeted salary stands
       150-load-position-control.
      *
           open input position-control-file.
      *
           if ws-posctl-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 151-read-position-control
               perform 152-store-position-control
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close position-control-file.
      *
       151-read-position-control.
           read position-control-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       152-store-position-control.
      *
           move 0 to ws-pos-seq.
           perform 153-match-position-code
               varying ws-pos-x from 1 by 1
               until ws-pos-x is greater than 6.
      *
           if ws-pos-seq is equal to 0
             or pt-approved is not numeric
             or pt-budget-salary is not numeric
               add 1 to ws-cntr-bad-control
           else
               move pt-dept to ws-dept
               perform 250-find-cell
               if not run-stopped
                   add pt-approved to ws-cl-approved (ws-cell-hit)
                   move pt-budget-salary
                                   to ws-cl-budget-salary (ws-cell-hit)
               end-if
           end-if.
      *
           perform 151-read-position-control.
      *
       153-match-position-code.
      *
           if pt-position-code is equal to ws-position-code (ws-pos-x)
               move ws-pos-x to ws-pos-seq
           end-if.
      *
       200-count-a4-staff.
      *
           open input a4-file.
      *
           if ws-a4-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 201-read-a4
               perform 202-count-a4-employee
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close a4-file.
      *
       201-read-a4.
           read a4-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       202-count-a4-employee.
      *
           move a4-emp-num   to ws-ew-num.
           move a4-emp-code  to ws-ew-code.
           move a4-emp-years to ws-ew-years.
           move a4-emp-sal   to ws-ew-sal.
           perform 220-count-one-employee.
      *
           perform 201-read-a4.
      *
       210-count-a5-staff.
      *
           open input a5-file.
      *
           if ws-a5-file-status is not equal to "35"
               move ws-eof-N to ws-eof-flag
               perform 211-read-a5
               perform 212-count-a5-employee
                   until ws-eof-flag is equal to ws-eof-Y
                   or run-stopped
           end-if.
      *
           close a5-file.
      *
       211-read-a5.
           read a5-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       212-count-a5-employee.
      *
           if a5-emp-num is not equal to cnst-trailer-marker
               move a5-emp-num   to ws-ew-num
               move a5-emp-code  to ws-ew-code
               move a5-emp-years to ws-ew-years
               move a5-emp-sal   to ws-ew-sal
               perform 220-count-one-employee
           end-if.
      *
           perform 211-read-a5.
      *
      *the same edits A4 puts its rows through - a row that fails
      *is counted as rejected and left out of every cell
       220-count-one-employee.
      *
           if ws-ew-sal is not numeric
             or ws-ew-years is not numeric
             or (ws-ew-code is not equal to cnst-grad-code
               and ws-ew-code is not equal to cnst-nongrad-code
               and ws-ew-code is not equal to cnst-contract-code)
               add 1 to ws-cntr-rejected
           else
               perform 230-determine-position
               perform 240-find-department
               perform 250-find-cell
               if not run-stopped
                   add 1 to ws-cl-actual (ws-cell-hit)
                   add ws-ew-sal to ws-cl-actual-dollars (ws-cell-hit)
                   add 1 to ws-cntr-counted
               end-if
           end-if.
      *
      *A4's bands - 1 analyst, 2 senior programmer, 3 programmer,
      *4 junior programmer, 5 contract, 6 unclassified
       230-determine-position.
      *
           move 6 to ws-pos-seq.
      *
           if ws-ew-code       =  cnst-grad-code          then
               if ws-ew-years  >  cnst-grad-analyst-start then
                   move 1 to ws-pos-seq
               end-if
               if ws-ew-years  <= cnst-grad-analyst-start and
                  ws-ew-years  >= cnst-grad-prog-high     then
                   move 2 to ws-pos-seq
               end-if
               if ws-ew-years  <  cnst-grad-prog-high     and
                  ws-ew-years  >  cnst-grad-prog-low      then
                   move 3 to ws-pos-seq
               end-if
           end-if.
           if ws-ew-code       =  cnst-nongrad-code       then
               if ws-ew-years  >  cnst-nongrad-prog-start then
                   move 3 to ws-pos-seq
               end-if
               if ws-ew-years  <= cnst-nongrad-prog-start and
                  ws-ew-years  >  cnst-nongrad-jr-start   then
                   move 4 to ws-pos-seq
               end-if
           end-if.
           if ws-ew-code       =  cnst-contract-code      then
               move 5 to ws-pos-seq
           end-if.
      *
      *employee number to xref row, xref row to contact row
       240-find-department.
      *
           move cnst-no-dept to ws-dept.
      *
           move "n" to ws-key-found.
           perform 241-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or key-found.
      *
           if key-found
               move "n" to ws-key-found
               perform 242-match-contact
                   varying ws-contact-x from 1 by 1
                   until ws-contact-x is greater than ws-contact-count
                   or key-found
           end-if.
      *
           if ws-dept is equal to cnst-no-dept
               add 1 to ws-cntr-no-dept
           end-if.
      *
       241-match-xref.
      *
           if ws-xr-a4 (ws-xref-x) is equal to ws-ew-num
               move "y" to ws-key-found
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       242-match-contact.
      *
           if ws-ct-num (ws-contact-x) is equal to
                                   ws-xr-a1 (ws-xref-hit)
               move "y" to ws-key-found
               if ws-ct-dept (ws-contact-x) is not equal to spaces
                   move ws-ct-dept (ws-contact-x) to ws-dept
               end-if
           end-if.
      *
      *the cell for ws-dept and ws-pos-seq, opened empty when it
      *is not in the table yet
       250-find-cell.
      *
           move "n" to ws-key-found.
           perform 251-match-cell
               varying ws-cell-x from 1 by 1
               until ws-cell-x is greater than ws-cell-count
               or key-found.
      *
           if not key-found
               if ws-cell-count is not less than ws-cell-max
                   move "y" to ws-run-stopped
                   move "OVER 300 POSITION CELLS - RUN STOPPED"
                                       to sl-text
               else
                   add 1 to ws-cell-count
                   move ws-dept    to ws-cl-dept (ws-cell-count)
                   move ws-pos-seq to ws-cl-pos-seq (ws-cell-count)
                   move 0 to ws-cl-approved (ws-cell-count)
                             ws-cl-budget-salary (ws-cell-count)
                             ws-cl-actual (ws-cell-count)
                             ws-cl-actual-dollars (ws-cell-count)
                   move ws-cell-count to ws-cell-hit
               end-if
           end-if.
      *
       251-match-cell.
      *
           if ws-cl-dept (ws-cell-x) is equal to ws-dept
             and ws-cl-pos-seq (ws-cell-x) is equal to ws-pos-seq
               move "y" to ws-key-found
               move ws-cell-x to ws-cell-hit
           end-if.
      *
      *department, then position in A4's band order
       300-sort-cells.
      *
           sort sort-work-file
               on ascending key srt-dept
               on ascending key srt-pos-seq
               input procedure is 310-release-cells
               giving sorted-file.
      *
       310-release-cells.
      *
           perform 311-release-one-cell
               varying ws-cell-x from 1 by 1
               until ws-cell-x is greater than ws-cell-count.
      *
       311-release-one-cell.
      *
           release sort-rec from ws-cell-entry (ws-cell-x).
      *
       400-report-cells.
      *
           open input sorted-file.
           move ws-eof-N to ws-eof-flag.
      *
           perform 401-read-sorted.
           perform 410-report-one-cell
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-first-cell is equal to "n"
               perform 420-department-break
           end-if.
      *
           close sorted-file.
      *
       401-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
       410-report-one-cell.
      *
           if ws-first-cell is equal to "y"
               move "n" to ws-first-cell
               move sr-dept to ws-prev-dept
           else
               if sr-dept is not equal to ws-prev-dept
                   perform 420-department-break
                   move sr-dept to ws-prev-dept
               end-if
           end-if.
      *
           perform 411-print-cell.
      *
           perform 401-read-sorted.
      *
       411-print-cell.
      *
           move 0 to ws-vacant
                     ws-over
                     ws-over-dollars.
      *
           if sr-approved is greater than sr-actual
               subtract sr-actual from sr-approved giving ws-vacant
           else
               subtract sr-approved from sr-actual giving ws-over
           end-if.
      *
           compute ws-budget-dollars =
               sr-approved * sr-budget-salary.
           compute ws-vacant-dollars =
               ws-vacant * sr-budget-salary.
           if ws-over is greater than 0
               compute ws-over-dollars rounded =
                   sr-actual-dollars * ws-over / sr-actual
           end-if.
      *
           move sr-dept                  to dl-dept.
           move ws-position-name (sr-pos-seq) to dl-position.
           move sr-approved              to dl-approved.
           move sr-actual                to dl-actual.
           move ws-vacant                to dl-vacant.
           move ws-over                  to dl-over.
           move ws-budget-dollars        to dl-budget.
           move sr-actual-dollars        to dl-actual-dollars.
           move ws-vacant-dollars        to dl-vacant-dollars.
           move ws-over-dollars          to dl-over-dollars.
           move spaces                   to dl-flag.
      *
           if ws-over is greater than 0
               add 1 to ws-cntr-overfilled
               if sr-approved is equal to 0
                   move "NO CONTROL" to dl-flag
               else
                   move "OVERFILL" to dl-flag
               end-if
           else
               if ws-vacant is greater than 0
                   move "VACANCY" to dl-flag
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add sr-approved       to ws-dt-approved.
           add sr-actual         to ws-dt-actual.
           add ws-vacant         to ws-dt-vacant.
           add ws-over           to ws-dt-over.
           add ws-budget-dollars to ws-dt-budget.
           add sr-actual-dollars to ws-dt-actual-dollars.
           add ws-vacant-dollars to ws-dt-vacant-dollars.
           add ws-over-dollars   to ws-dt-over-dollars.
      *
       420-department-break.
      *
           move "   DEPT TOTAL"        to tl-label.
           move ws-dt-approved         to tl-approved.
           move ws-dt-actual           to tl-actual.
           move ws-dt-vacant           to tl-vacant.
           move ws-dt-over             to tl-over.
           move ws-dt-budget           to tl-budget.
           move ws-dt-actual-dollars   to tl-actual-dollars.
           move ws-dt-vacant-dollars   to tl-vacant-dollars.
           move ws-dt-over-dollars     to tl-over-dollars.
           write report-line from ws-total-line
             after advancing 1 line.
           move spaces to report-line.
           write report-line
             after advancing 1 line.
      *
           add ws-dt-approved       to ws-rt-approved.
           add ws-dt-actual         to ws-rt-actual.
           add ws-dt-vacant         to ws-rt-vacant.
           add ws-dt-over           to ws-rt-over.
           add ws-dt-budget         to ws-rt-budget.
           add ws-dt-actual-dollars to ws-rt-actual-dollars.
           add ws-dt-vacant-dollars to ws-rt-vacant-dollars.
           add ws-dt-over-dollars   to ws-rt-over-dollars.
      *
           initialize ws-dept-totals.
      *
       500-print-report-totals.
      *
           move "COMPANY TOTAL"        to tl-label.
           move ws-rt-approved         to tl-approved.
           move ws-rt-actual           to tl-actual.
           move ws-rt-vacant           to tl-vacant.
           move ws-rt-over             to tl-over.
           move ws-rt-budget           to tl-budget.
           move ws-rt-actual-dollars   to tl-actual-dollars.
           move ws-rt-vacant-dollars   to tl-vacant-dollars.
           move ws-rt-over-dollars     to tl-over-dollars.
           write report-line from ws-total-line
             after advancing 1 line.
      *
           move ws-cntr-counted     to cl-counted.
           move ws-cntr-rejected    to cl-rejected.
           move ws-cntr-no-dept     to cl-no-dept.
           move ws-cntr-bad-control to cl-bad-control.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
       end program A5-PositionControl.
