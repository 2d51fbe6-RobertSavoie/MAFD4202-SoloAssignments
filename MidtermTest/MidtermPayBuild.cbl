       identification division.
       program-id. MidtermPayBuild.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *builds the period's salaried pay records.  approved raises
      *land on A5-SalaryMaster.dat (annual salary by A4/A5
      *employee number) through A5-PayrollFeedLoad, but the pay run
      *takes each employee's period gross off test2.dat.  this step
      *joins the salary master to the payroll employee number
      *through EmployeeXref.dat and sets each salaried employee's
      *test2.dat gross to the annual salary over the pay periods in
      *the year, rounded to the dollar, so a raise reaches the
      *next pay cheque.
      *
      *the province, exemption and name on test2.dat stay as
      *payroll keeps them, and every row the salary master does
      *not reach (hourly staff, anyone with no salary record)
      *passes through untouched.  an employee with a termination
      *transaction waiting on MidtermTerm.dat is left exactly as
      *prepared for the final pay.  salary-master employees with no
      *payroll employee number, and those payroll has not set up on
      *test2.dat yet, are listed on the report for payroll to
      *resolve - they do not stop the pay cycle.  more rows than
      *the tables hold stops the step with return code 8 and
      *test2.dat untouched.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *annual salary per A4/A5 employee, kept by A5-PayrollFeedLoad
           select salary-master-file
               assign to '../../../../data/A5-SalaryMaster.dat'
               organization is line sequential
               file status is ws-salary-master-file-status.
      *
           select xref-file
               assign to '../../../data/EmployeeXref.dat'
               organization is line sequential
               file status is ws-xref-file-status.
      *
      *termination transactions waiting for the pay run
           select term-file
               assign to '../../../data/MidtermTerm.dat'
               organization is line sequential
               file status is ws-term-file-status.
      *
      *the pay run's input - read whole, rewritten with the
      *salaried grosses set
           select pay-file
               assign to '../../../data/test2.dat'
               organization is line sequential
               file status is ws-pay-file-status.
      *
           select report-file
               assign to '../../../data/MidtermPayBuild.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd salary-master-file
           data record is salary-master-rec
           record contains 12 characters.
      *
       01 salary-master-rec.
           05 sm-emp-num               pic x(3).
           05 sm-salary                pic 9(7)v99.
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
       fd term-file
           data record is term-rec
           record contains 12 characters.
      *
       01 term-rec.
           05 tr-emp-num               pic 9(4).
           05 tr-last-day              pic 9(8).
      *
       fd pay-file
           data record is tax-record
           record contains 37 characters.
      *
       01 tax-record.
           05 tax-emp-num              pic 9(4).
           05 tax-name                 pic x(20).
           05 province-code            pic x(2).
           05 gross-salary             pic 9(6).
           05 exemption-amount         pic 9(5).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       working-storage section.
      *
      *pay periods in the year - the cycle pays every 14 days
       77 cnst-periods-per-year        pic 99     value 26.
      *
       77 ws-salary-master-file-status pic xx     value spaces.
       77 ws-xref-file-status          pic xx     value spaces.
       77 ws-term-file-status          pic xx     value spaces.
       77 ws-pay-file-status           pic xx     value spaces.
      *
       77 ws-eof-flag                  pic x      value "n".
           88 end-of-file               value "y".
      *
       01 ws-run-flags.
           05 ws-run-stopped           pic x      value "n".
               88 run-stopped           value "y".
           05 ws-key-found             pic x      value "n".
               88 key-found             value "y".
      *
       77 ws-stop-reason               pic x(60)  value spaces.
      *
      *test2.dat, row for row
       01 ws-pay-table.
           05 ws-pay-entry occurs 1 to 500 times
                   depending on ws-pay-count.
               10 ws-py-row             pic x(37).
      *
       01 ws-pay-count                 pic 9(3)   value 0.
       77 ws-pay-max                   pic 9(3)   value 500.
      *
      *payroll employees with a termination waiting
       01 ws-term-table.
           05 ws-term-entry occurs 1 to 200 times
                   depending on ws-term-count.
               10 ws-tm-emp-num         pic 9(4).
      *
       01 ws-term-count                pic 9(3)   value 0.
       77 ws-term-max                  pic 9(3)   value 200.
      *
      *A4/A5 employee number to payroll employee number
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
       01 ws-subs.
           05 ws-pay-x                 pic 9(3)   value 0.
           05 ws-term-x                pic 9(3)   value 0.
           05 ws-xref-x                pic 9(3)   value 0.
           05 ws-pay-hit               pic 9(3)   value 0.
           05 ws-xref-hit              pic 9(3)   value 0.
      *
       77 ws-period-gross              pic 9(6)   value 0.
       77 ws-old-gross                 pic 9(6)   value 0.
      *
       01 ws-counters.
           05 ws-cntr-salaried         pic 9(4)   value 0.
           05 ws-cntr-changed          pic 9(4)   value 0.
           05 ws-cntr-no-key           pic 9(4)   value 0.
           05 ws-cntr-not-on-pay       pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(40)  value
               "SALARIED PAY RECORDS BUILT FOR PAY RUN".
           05 filler                   pic x(19)  value
               "PERIODS IN YEAR: ".
           05 hl-periods               pic z9.
           05 filler                   pic x(19)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(40)  value
               "EMP  PAY# NAME                       ANN".
           05 filler                   pic x(40)  value
               "UAL OLD GROSS  NEW GROSS NOTE".
      *
       01 ws-detail-line.
           05 dl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 dl-payroll-num           pic 9(4).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(20).
           05 filler                   pic x      value spaces.
           05 dl-annual                pic z,zzz,zz9.99.
           05 filler                   pic x(3)   value spaces.
           05 dl-old-gross             pic zzz,zz9.
           05 filler                   pic x(4)   value spaces.
           05 dl-new-gross             pic zzz,zz9.
           05 filler                   pic x      value spaces.
           05 dl-note                  pic x(15).
      *
       01 ws-section-line.
           05 ws-sl-text               pic x(80).
      *
       01 ws-exception-line.
           05 xl-emp-num               pic x(3).
           05 filler                   pic x(2)   value spaces.
           05 xl-payroll-num           pic x(4).
           05 filler                   pic x      value spaces.
           05 xl-name                  pic x(20).
           05 filler                   pic x      value spaces.
           05 xl-annual                pic z,zzz,zz9.99.
           05 filler                   pic x(37)  value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(80)  value "   NONE".
      *
       01 ws-count-line.
           05 filler                   pic x(10)  value "SALARIED: ".
           05 cl-salaried              pic zzz9.
           05 filler                   pic x(11)  value
               "  CHANGED: ".
           05 cl-changed               pic zzz9.
           05 filler                   pic x(16)  value
               "  NO PAYROLL #: ".
           05 cl-no-key                pic zzz9.
           05 filler                   pic x(19)  value
               "  NOT ON PAY FILE: ".
           05 cl-not-on-pay            pic zzz9.
           05 filler                   pic x(8)   value spaces.
      *
       procedure division.
       000-main.
      *
           perform 100-load-pay-file.
      *
           if not run-stopped
               perform 110-load-terminations
           end-if.
      *
           if not run-stopped
               perform 120-load-xref
           end-if.
      *
           open output report-file.
      *
           move cnst-periods-per-year to hl-periods.
           write report-line from ws-heading-line
             after advancing 1 line.
      *
           if run-stopped
               move ws-stop-reason to ws-sl-text
               write report-line from ws-section-line
                 after advancing 2 lines
               close report-file
               display "PAY BUILD: " ws-stop-reason
               move 8 to return-code
               goback
           end-if.
      *
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 200-apply-salary-master.
      *
           perform 300-rewrite-pay-file.
      *
           perform 400-print-exceptions.
      *
           move ws-cntr-salaried   to cl-salaried.
           move ws-cntr-changed    to cl-changed.
           move ws-cntr-no-key     to cl-no-key.
           move ws-cntr-not-on-pay to cl-not-on-pay.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           close report-file.
      *
           display "PAY BUILD: " ws-cntr-changed
                   " SALARIED GROSS AMOUNTS CHANGED".
      *
           move 0 to return-code.
      *
           goback.
      *
       100-load-pay-file.
      *
           open input pay-file.
      *
           if ws-pay-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 101-read-pay-file
               perform 102-store-pay-row
                   until end-of-file
                   or run-stopped
           end-if.
      *
           close pay-file.
      *
       101-read-pay-file.
           read pay-file
               at end
                   move "y" to ws-eof-flag.
      *
       102-store-pay-row.
      *
           if ws-pay-count is not less than ws-pay-max
               move "y" to ws-run-stopped
               move "TEST2.DAT OVER 500 ROWS - NOT REBUILT"
                                       to ws-stop-reason
           else
               add 1 to ws-pay-count
               move tax-record to ws-py-row(ws-pay-count)
           end-if.
      *
           perform 101-read-pay-file.
      *
       110-load-terminations.
      *
           open input term-file.
      *
           if ws-term-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 111-read-term
               perform 112-store-term
                   until end-of-file
                   or run-stopped
           end-if.
      *
           close term-file.
      *
       111-read-term.
           read term-file
               at end
                   move "y" to ws-eof-flag.
      *
       112-store-term.
      *
           if tr-emp-num is numeric
               if ws-term-count is not less than ws-term-max
                   move "y" to ws-run-stopped
                   move "MIDTERMTERM.DAT OVER 200 ROWS - NOT REBUILT"
                                       to ws-stop-reason
               else
                   add 1 to ws-term-count
                   move tr-emp-num to ws-tm-emp-num(ws-term-count)
               end-if
           end-if.
      *
           perform 111-read-term.
      *
      *the cross-reference rows that name an A4/A5 employee
       120-load-xref.
      *
           open input xref-file.
      *
           if ws-xref-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 121-read-xref
               perform 122-store-xref
                   until end-of-file
                   or run-stopped
           end-if.
      *
           close xref-file.
      *
       121-read-xref.
           read xref-file
               at end
                   move "y" to ws-eof-flag.
      *
       122-store-xref.
      *
           if xr-a4-num is not equal to spaces
               if ws-xref-count is not less than ws-xref-max
                   move "y" to ws-run-stopped
                   move "XREF OVER 200 A4/A5 ROWS - NOT REBUILT"
                                       to ws-stop-reason
               else
                   add 1 to ws-xref-count
                   move xr-a4-num to ws-xr-a4(ws-xref-count)
                   move xr-payroll-name
                                   to ws-xr-payroll-name(ws-xref-count)
                   move 0 to ws-xr-payroll-num(ws-xref-count)
                   if xr-payroll-num-n is numeric
                       move xr-payroll-num-n
                                   to ws-xr-payroll-num(ws-xref-count)
                   end-if
               end-if
           end-if.
      *
           perform 121-read-xref.
      *
      *one salary-master row at a time - through the xref to its
      *payroll number, then to its test2.dat row
       200-apply-salary-master.
      *
           open input salary-master-file.
      *
           if ws-salary-master-file-status is not equal to "35"
               move "n" to ws-eof-flag
               perform 201-read-salary-master
               perform 210-apply-one-salary
                   until end-of-file
           end-if.
      *
           close salary-master-file.
      *
       201-read-salary-master.
           read salary-master-file
               at end
                   move "y" to ws-eof-flag.
      *
       210-apply-one-salary.
      *
           if sm-salary is numeric
               add 1 to ws-cntr-salaried
               perform 220-find-payroll-row
           end-if.
      *
           perform 201-read-salary-master.
      *
      *an xref row with only a payroll name gives no key - the pay
      *file is keyed on the payroll number
       220-find-payroll-row.
      *
           move "n" to ws-key-found.
           perform 221-match-xref
               varying ws-xref-x from 1 by 1
               until ws-xref-x is greater than ws-xref-count
               or key-found.
      *
           if not key-found
               add 1 to ws-cntr-no-key
           else
           if ws-xr-payroll-num(ws-xref-hit) is equal to 0
               add 1 to ws-cntr-no-key
           else
               move "n" to ws-key-found
               perform 222-match-pay-row
                   varying ws-pay-x from 1 by 1
                   until ws-pay-x is greater than ws-pay-count
                   or key-found
               if not key-found
                   add 1 to ws-cntr-not-on-pay
               else
                   perform 230-set-period-gross
               end-if
           end-if
           end-if.
      *
       221-match-xref.
      *
           if ws-xr-a4(ws-xref-x) is equal to sm-emp-num
               move "y" to ws-key-found
               move ws-xref-x to ws-xref-hit
           end-if.
      *
       222-match-pay-row.
      *
           move ws-py-row(ws-pay-x) to tax-record.
           if tax-emp-num is equal to ws-xr-payroll-num(ws-xref-hit)
               move "y" to ws-key-found
               move ws-pay-x to ws-pay-hit
           end-if.
      *
      *an employee with a termination waiting keeps the row payroll
      *prepared for the final pay
       230-set-period-gross.
      *
           move ws-py-row(ws-pay-hit) to tax-record.
           move gross-salary to ws-old-gross.
      *
           compute ws-period-gross rounded =
               sm-salary / cnst-periods-per-year.
      *
           move sm-emp-num     to dl-emp-num.
           move tax-emp-num    to dl-payroll-num.
           move tax-name       to dl-name.
           move sm-salary      to dl-annual.
           move ws-old-gross   to dl-old-gross.
           move spaces         to dl-note.
      *
           move "n" to ws-key-found.
           perform 231-match-term
               varying ws-term-x from 1 by 1
               until ws-term-x is greater than ws-term-count
               or key-found.
      *
           if key-found
               move ws-old-gross to dl-new-gross
               move "TERMINATING" to dl-note
           else
               move ws-period-gross to dl-new-gross
               if ws-period-gross is not equal to ws-old-gross
                   move ws-period-gross to gross-salary
                   move tax-record to ws-py-row(ws-pay-hit)
                   add 1 to ws-cntr-changed
                   move "CHANGED" to dl-note
               end-if
           end-if.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
       231-match-term.
      *
           if ws-tm-emp-num(ws-term-x) is equal to tax-emp-num
               move "y" to ws-key-found
           end-if.
      *
       300-rewrite-pay-file.
      *
           open output pay-file.
      *
           perform 301-write-pay-row
               varying ws-pay-x from 1 by 1
               until ws-pay-x is greater than ws-pay-count.
      *
           close pay-file.
      *
       301-write-pay-row.
           write tax-record from ws-py-row(ws-pay-x).
      *
      *second pass over the salary master for the two listings
       400-print-exceptions.
      *
           move "SALARY MASTER EMPLOYEES WITH NO PAYROLL NUMBER"
                                       to ws-sl-text.
           write report-line from ws-section-line
             after advancing 3 lines.
           if ws-cntr-no-key is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           else
               open input salary-master-file
               move "n" to ws-eof-flag
               perform 201-read-salary-master
               perform 410-list-no-key
                   until end-of-file
               close salary-master-file
           end-if.
      *
           move "SALARY MASTER EMPLOYEES NOT SET UP ON TEST2.DAT"
                                       to ws-sl-text.
           write report-line from ws-section-line
             after advancing 3 lines.
           if ws-cntr-not-on-pay is equal to 0
               write report-line from ws-none-line
                 after advancing 1 line
           else
               open input salary-master-file
               move "n" to ws-eof-flag
               perform 201-read-salary-master
               perform 420-list-not-on-pay
                   until end-of-file
               close salary-master-file
           end-if.
      *
       410-list-no-key.
      *
           if sm-salary is numeric
               move "n" to ws-key-found
               perform 221-match-xref
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
                   or key-found
               move spaces to xl-payroll-num
               if not key-found
                   move spaces to xl-name
                   perform 430-write-exception
               else
               if ws-xr-payroll-num(ws-xref-hit) is equal to 0
                   move ws-xr-payroll-name(ws-xref-hit) to xl-name
                   perform 430-write-exception
               end-if
               end-if
           end-if.
      *
           perform 201-read-salary-master.
      *
       420-list-not-on-pay.
      *
           if sm-salary is numeric
               move "n" to ws-key-found
               perform 221-match-xref
                   varying ws-xref-x from 1 by 1
                   until ws-xref-x is greater than ws-xref-count
                   or key-found
               if key-found
                 and ws-xr-payroll-num(ws-xref-hit) is not equal to 0
                   move "n" to ws-key-found
                   perform 222-match-pay-row
                       varying ws-pay-x from 1 by 1
                       until ws-pay-x is greater than ws-pay-count
                       or key-found
                   if not key-found
                       move ws-xr-payroll-num(ws-xref-hit)
                                       to xl-payroll-num
                       move ws-xr-payroll-name(ws-xref-hit) to xl-name
                       perform 430-write-exception
                   end-if
               end-if
           end-if.
      *
           perform 201-read-salary-master.
      *
       430-write-exception.
      *
           move sm-emp-num to xl-emp-num.
           move sm-salary  to xl-annual.
           write report-line from ws-exception-line
             after advancing 1 line.
      *
       end program MidtermPayBuild.
