       identification division.
       program-id. GL-BudgetLoad.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *loads the GL budget.  GL-Budget.dat carries one budget
      *amount per account, cost centre and month (yyyymm), and is
      *maintained only through this program from the budget
      *transactions on GL-BudgetTrans.dat:
      *
      *    R  replace - set the month's budget to the amount
      *    A  add     - add the amount to the month's budget
      *    D  delete  - take the month's budget line off
      *    S  salary  - load the salary budget totals the A5
      *                 reports leave on A5-5A-BudgetTotal.dat
      *                 (graduates, cost centre GRD) and
      *                 A5-5B-BudgetTotal.dat (non-graduates, cost
      *                 centre NGRD) as the salary budget lines on
      *                 the transaction's account - each annual
      *                 total spread evenly over the twelve months
      *                 starting at the transaction's period, the
      *                 odd cents in the last month, replacing what
      *                 those months held.
      *
      *the account is checked against the chart of accounts and
      *the cost centre against the cost-centre list, the same way
      *GL-AccountPost checks a posting row - a missing chart or
      *list turns that check off.  applied transactions come off
      *the transaction file; rejected ones stay on it to be fixed
      *and run again, and are listed on GL-BudgetLoad.out with the
      *reason.  return code 4 when anything was rejected.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select trans-file
               assign to "../../../data/GL-BudgetTrans.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *
           select budget-file
               assign to "../../../data/GL-Budget.dat"
               organization is line sequential
               file status is ws-budget-file-status.
      *
           select chart-file
               assign to "../../../data/GL-ChartOfAccounts.dat"
               organization is line sequential
               file status is ws-chart-file-status.
      *
           select centre-file
               assign to "../../../data/GL-CostCentres.dat"
               organization is line sequential
               file status is ws-centre-file-status.
      *
      *the salary budget totals the A5 reports write
           select total-5a-file
               assign to "../../../../data/A5-5A-BudgetTotal.dat"
               organization is line sequential
               file status is ws-5a-file-status.
      *
           select total-5b-file
               assign to "../../../../data/A5-5B-BudgetTotal.dat"
               organization is line sequential
               file status is ws-5b-file-status.
      *
           select report-file
               assign to "../../../data/GL-BudgetLoad.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *one budget transaction - the amount is not used on a
      *delete or a salary load
       fd trans-file
           data record is trans-rec
           record contains 30 characters.
      *
       01 trans-rec.
           05 bt-action                pic x.
           05 bt-account               pic x(8).
           05 bt-cost-center           pic x(4).
           05 bt-period                pic 9(6).
           05 bt-period-r redefines bt-period.
               10 bt-yyyy              pic 9(4).
               10 bt-mm                pic 99.
           05 bt-amount                pic 9(9)v99.
      *
      *one month's budget for one account and cost centre
       fd budget-file
           data record is budget-rec
           record contains 29 characters.
      *
       01 budget-rec.
           05 bg-account               pic x(8).
           05 bg-cost-center           pic x(4).
           05 bg-period                pic 9(6).
           05 bg-amount                pic 9(9)v99.
      *
       fd chart-file
           data record is chart-rec
           record contains 40 characters.
      *
       01 chart-rec.
           05 ca-account               pic x(8).
           05 ca-name                  pic x(30).
           05 ca-type                  pic x.
           05 ca-active                pic x.
      *
       fd centre-file
           data record is centre-rec
           record contains 30 characters.
      *
       01 centre-rec.
           05 cv-cost-center           pic x(4).
           05 cv-name                  pic x(26).
      *
       fd total-5a-file
           data record is total-5a-rec
           record contains 39 characters.
      *
       01 total-5a-rec.
           05 tla-report-id            pic x(2).
           05 filler                   pic x.
           05 tla-budget-total         pic 9(6)v99.
           05 filler                   pic x(28).
      *
       fd total-5b-file
           data record is total-5b-rec
           record contains 39 characters.
      *
       01 total-5b-rec.
           05 tlb-report-id            pic x(2).
           05 filler                   pic x.
           05 tlb-budget-total         pic 9(6)v99.
           05 filler                   pic x(28).
      *
       fd report-file
           data record is report-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       working-storage section.
      *
       77 ws-trans-file-status         pic xx     value spaces.
       77 ws-budget-file-status        pic xx     value spaces.
       77 ws-chart-file-status         pic xx     value spaces.
       77 ws-centre-file-status        pic xx     value spaces.
       77 ws-5a-file-status            pic xx     value spaces.
       77 ws-5b-file-status            pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-budget-eof-flag           pic x      value "n".
       77 ws-chart-eof-flag            pic x      value "n".
       77 ws-centre-eof-flag           pic x      value "n".
      *
       01 ws-run-date                  pic 9(8)   value 0.
      *
      *the budget - one row per account, cost centre and month; a
      *deleted row is dropped when the file is written back
       01 ws-budget-table.
           05 ws-budget-entry occurs 1 to 3000 times
                   depending on ws-budget-count.
               10 ws-bg-account         pic x(8).
               10 ws-bg-cost-center     pic x(4).
               10 ws-bg-period          pic 9(6).
               10 ws-bg-amount          pic 9(9)v99.
               10 ws-bg-deleted         pic x.
      *
       01 ws-budget-count              pic 9(4)   value 0.
      *
       01 ws-budget-subs.
           05 ws-budget-x              pic 9(4)   value 0.
           05 ws-budget-hit            pic 9(4)   value 0.
      *
      *transactions kept for the next run
       01 ws-kept-table.
           05 ws-kept-entry occurs 1 to 500 times
                   depending on ws-kept-count.
               10 ws-kept-rec           pic x(30).
      *
       01 ws-kept-count                pic 9(3)   value 0.
       01 ws-kept-x                    pic 9(3)   value 0.
      *
      *the chart of accounts and cost-centre list, and whether
      *each was there to check against
       01 ws-chart-table.
           05 ws-chart-entry occurs 1 to 500 times
                   depending on ws-chart-count.
               10 ws-ca-account         pic x(8).
               10 ws-ca-active          pic x.
      *
       01 ws-chart-count               pic 9(3)   value 0.
      *
       01 ws-chart-subs.
           05 ws-chart-x               pic 9(3)   value 0.
           05 ws-chart-hit             pic 9(3)   value 0.
      *
       01 ws-centre-table.
           05 ws-centre-entry occurs 1 to 200 times
                   depending on ws-centre-count.
               10 ws-cv-cost-center     pic x(4).
      *
       01 ws-centre-count              pic 9(3)   value 0.
      *
       01 ws-centre-subs.
           05 ws-centre-x              pic 9(3)   value 0.
           05 ws-centre-hit            pic 9(3)   value 0.
      *
       77 ws-chart-loaded              pic x      value "n".
       77 ws-centre-loaded             pic x      value "n".
      *
      *the transaction being worked and why it was refused
       01 ws-reject-reason             pic x(30)  value spaces.
       01 ws-check-account             pic x(8)   value spaces.
       01 ws-check-centre              pic x(4)   value spaces.
      *
      *the salary load - each report's annual total, the centre it
      *goes to, and the twelve months it is spread over
       01 ws-salary-totals.
           05 ws-sal-5a-total          pic 9(6)v99 value 0.
           05 ws-sal-5b-total          pic 9(6)v99 value 0.
           05 ws-sal-5a-found          pic x      value "n".
           05 ws-sal-5b-found          pic x      value "n".
      *
       01 ws-salary-spread.
           05 ws-sal-centre            pic x(4)   value spaces.
           05 ws-sal-annual            pic 9(9)v99 value 0.
           05 ws-sal-monthly           pic 9(9)v99 value 0.
           05 ws-sal-month-amount      pic 9(9)v99 value 0.
           05 ws-sal-month-x           pic 99     value 0.
      *
       01 ws-step-period               pic 9(6)   value 0.
       01 ws-step-period-r redefines ws-step-period.
           05 ws-step-yyyy             pic 9(4).
           05 ws-step-mm               pic 99.
      *
      *the cost centres the A5 reports post their salary budgets
      *under
       77 cnst-grad-centre             pic x(4)   value "GRD ".
       77 cnst-nongrad-centre          pic x(4)   value "NGRD".
      *
      *new lines the salary load can add - twelve months for
      *each of the two centres
       77 cnst-salary-lines            pic 99     value 24.
      *
       01 ws-counters.
           05 ws-cntr-trans            pic 9(4)   value 0.
           05 ws-cntr-applied          pic 9(4)   value 0.
           05 ws-cntr-rejected         pic 9(4)   value 0.
           05 ws-cntr-lines-written    pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(21)  value
               "GL BUDGET LOAD".
           05 filler                   pic x(7)   value "RUN ON ".
           05 ws-hl-run-date           pic 9(8).
           05 filler                   pic x(44)  value spaces.
      *
       01 ws-column-line.
           05 filler                   pic x(4)   value "ACT".
           05 filler                   pic x(10)  value "ACCOUNT".
           05 filler                   pic x(6)   value "CNTR".
           05 filler                   pic x(8)   value "PERIOD".
           05 filler                   pic x(16)  value
               "          AMOUNT".
           05 filler                   pic x(2)   value spaces.
           05 filler                   pic x(34)  value "RESULT".
      *
       01 ws-detail-line.
           05 dl-action                pic x.
           05 filler                   pic x(3)   value spaces.
           05 dl-account               pic x(8).
           05 filler                   pic x(2)   value spaces.
           05 dl-cost-center           pic x(4).
           05 filler                   pic x(2)   value spaces.
           05 dl-period                pic x(6).
           05 filler                   pic x(2)   value spaces.
           05 dl-amount                pic z,zzz,zzz,zz9.99 blank
                                       when zero.
           05 filler                   pic x(2)   value spaces.
           05 dl-result                pic x(30).
           05 filler                   pic x(4)   value spaces.
      *
       01 ws-count-line.
           05 filler                   pic x(4)   value spaces.
           05 cl-label                 pic x(30).
           05 cl-count                 pic zzz9.
           05 filler                   pic x(42)  value spaces.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           open input trans-file.
           if ws-trans-file-status is equal to "35"
               display "GL-BUDGETLOAD: GL-BudgetTrans.dat "
                       "MISSING - NOTHING TO LOAD"
               goback
           end-if.
      *
           perform 100-load-budget.
      *
           if ws-budget-count is equal to 3000
             and ws-budget-eof-flag is not equal to "y"
               display "GL-BUDGETLOAD: BUDGET EXCEEDS 3000 LINES - "
                       "RUN REFUSED, FILES UNTOUCHED"
               close trans-file
               move 8 to return-code
               goback
           end-if.
      *
           perform 120-load-chart.
      *
           open output report-file.
      *
           move ws-run-date to ws-hl-run-date.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line
             after advancing 2 lines.
      *
           perform 200-read-trans.
           perform 300-apply-one-trans
               until ws-eof-flag is equal to ws-eof-Y.
      *
           close trans-file.
      *
           perform 800-rewrite-budget.
           perform 850-rewrite-trans.
      *
           perform 900-print-counts.
      *
           close report-file.
      *
           if ws-cntr-rejected is greater than 0
               display "GL-BUDGETLOAD: " ws-cntr-rejected
                       " TRANSACTION(S) REJECTED - SEE "
                       "GL-BudgetLoad.out"
               move 4 to return-code
           end-if.
      *
           goback.
      *
      *loads the budget - a missing file starts a new one
       100-load-budget.
      *
           open input budget-file.
      *
           if ws-budget-file-status is not equal to "35"
               perform 110-read-budget
               perform 111-add-budget-entry
                   until ws-budget-eof-flag is equal to "y"
                   or ws-budget-count is equal to 3000
           end-if.
      *
           close budget-file.
      *
       110-read-budget.
           read budget-file
               at end
                   move "y" to ws-budget-eof-flag.
      *
       111-add-budget-entry.
      *
           add 1 to ws-budget-count.
      *
           move bg-account     to ws-bg-account(ws-budget-count).
           move bg-cost-center to ws-bg-cost-center(ws-budget-count).
           move bg-period      to ws-bg-period(ws-budget-count).
           move bg-amount      to ws-bg-amount(ws-budget-count).
           move "n"            to ws-bg-deleted(ws-budget-count).
      *
           perform 110-read-budget.
      *
      *loads the chart of accounts and the cost-centre list - a
      *missing one turns its check off
       120-load-chart.
      *
           open input chart-file.
      *
           if ws-chart-file-status is equal to "35"
               display "GL-BUDGETLOAD: GL-ChartOfAccounts.dat "
                       "MISSING - ACCOUNTS NOT CHECKED"
           else
               move "y" to ws-chart-loaded
               perform 121-read-chart
               perform 122-add-chart-entry
                   until ws-chart-eof-flag is equal to "y"
                   or ws-chart-count is equal to 500
           end-if.
      *
           close chart-file.
      *
           open input centre-file.
      *
           if ws-centre-file-status is equal to "35"
               display "GL-BUDGETLOAD: GL-CostCentres.dat "
                       "MISSING - COST CENTRES NOT CHECKED"
           else
               move "y" to ws-centre-loaded
               perform 123-read-centre
               perform 124-add-centre-entry
                   until ws-centre-eof-flag is equal to "y"
                   or ws-centre-count is equal to 200
           end-if.
      *
           close centre-file.
      *
       121-read-chart.
           read chart-file
               at end
                   move "y" to ws-chart-eof-flag.
      *
       122-add-chart-entry.
      *
           if ca-account is not equal to spaces
               add 1 to ws-chart-count
               move ca-account to ws-ca-account(ws-chart-count)
               move ca-active  to ws-ca-active(ws-chart-count)
           end-if.
      *
           perform 121-read-chart.
      *
       123-read-centre.
           read centre-file
               at end
                   move "y" to ws-centre-eof-flag.
      *
       124-add-centre-entry.
      *
           if cv-cost-center is not equal to spaces
               add 1 to ws-centre-count
               move cv-cost-center
                 to ws-cv-cost-center(ws-centre-count)
           end-if.
      *
           perform 123-read-centre.
      *
       200-read-trans.
           read trans-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *one transaction - checked, then applied or kept
       300-apply-one-trans.
      *
           add 1 to ws-cntr-trans.
           move spaces to ws-reject-reason.
      *
           perform 310-check-trans.
      *
           if ws-reject-reason is equal to spaces
               if bt-action is equal to "S"
                   perform 400-load-salary
               else
                   perform 500-apply-budget-line
               end-if
           end-if.
      *
           if ws-reject-reason is equal to spaces
               add 1 to ws-cntr-applied
           else
               add 1 to ws-cntr-rejected
               perform 330-keep-trans
               move bt-action      to dl-action
               move bt-account     to dl-account
               move bt-cost-center to dl-cost-center
               move bt-period      to dl-period
               if bt-amount is numeric
                   move bt-amount to dl-amount
               else
                   move 0 to dl-amount
               end-if
               move ws-reject-reason to dl-result
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
           perform 200-read-trans.
      *
      *the action, period and amount, then the account and cost
      *centre - a salary load checks the two salary centres
       310-check-trans.
      *
           if bt-action is not equal to "R"
             and bt-action is not equal to "A"
             and bt-action is not equal to "D"
             and bt-action is not equal to "S"
               move "UNKNOWN ACTION" to ws-reject-reason
           else
               if bt-period is not numeric
                 or bt-mm is less than 1
                 or bt-mm is greater than 12
                   move "BAD PERIOD" to ws-reject-reason
               else
                   if (bt-action is equal to "R"
                       or bt-action is equal to "A")
                     and bt-amount is not numeric
                       move "BAD AMOUNT" to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
           if ws-reject-reason is equal to spaces
               move bt-account to ws-check-account
               perform 320-check-account
           end-if.
      *
           if ws-reject-reason is equal to spaces
               if bt-action is equal to "S"
                   move cnst-grad-centre to ws-check-centre
                   perform 325-check-centre
                   if ws-reject-reason is equal to spaces
                       move cnst-nongrad-centre to ws-check-centre
                       perform 325-check-centre
                   end-if
               else
                   move bt-cost-center to ws-check-centre
                   perform 325-check-centre
               end-if
           end-if.
      *
       320-check-account.
      *
           if ws-chart-loaded is equal to "y"
               move 0 to ws-chart-hit
               perform 321-match-chart
                   varying ws-chart-x from 1 by 1
                   until ws-chart-x is greater than ws-chart-count
                   or ws-chart-hit is greater than 0
               if ws-chart-hit is equal to 0
                   move "UNKNOWN ACCOUNT" to ws-reject-reason
               else
                   if ws-ca-active(ws-chart-hit) is not equal to "Y"
                       move "INACTIVE ACCOUNT" to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
       321-match-chart.
      *
           if ws-ca-account(ws-chart-x) is equal to ws-check-account
               move ws-chart-x to ws-chart-hit
           end-if.
      *
       325-check-centre.
      *
           if ws-centre-loaded is equal to "y"
               move 0 to ws-centre-hit
               perform 326-match-centre
                   varying ws-centre-x from 1 by 1
                   until ws-centre-x is greater than ws-centre-count
                   or ws-centre-hit is greater than 0
               if ws-centre-hit is equal to 0
                   move "UNKNOWN COST CENTRE" to ws-reject-reason
               end-if
           end-if.
      *
       326-match-centre.
      *
           if ws-cv-cost-center(ws-centre-x) is equal to
                                               ws-check-centre
               move ws-centre-x to ws-centre-hit
           end-if.
      *
      *a rejected transaction stays on the file for the next run
       330-keep-trans.
      *
           if ws-kept-count is less than 500
               add 1 to ws-kept-count
               move trans-rec to ws-kept-rec(ws-kept-count)
           else
               display "GL-BUDGETLOAD: MORE THAN 500 REJECTED - "
                       bt-action bt-account bt-period
                       " DROPPED FROM THE TRANSACTION FILE"
           end-if.
      *
      *the salary load - both totals have to be there, and room
      *for every line they could add, before anything is touched
       400-load-salary.
      *
           perform 410-read-salary-totals.
      *
           if ws-sal-5a-found is not equal to "y"
               move "NO A5-5A BUDGET TOTAL" to ws-reject-reason
           else
               if ws-sal-5b-found is not equal to "y"
                   move "NO A5-5B BUDGET TOTAL" to ws-reject-reason
               else
                   if ws-budget-count + cnst-salary-lines
                                           is greater than 3000
                       move "BUDGET FULL" to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
           if ws-reject-reason is equal to spaces
               move cnst-grad-centre to ws-sal-centre
               move ws-sal-5a-total  to ws-sal-annual
               perform 420-spread-salary-year
      *
               move cnst-nongrad-centre to ws-sal-centre
               move ws-sal-5b-total     to ws-sal-annual
               perform 420-spread-salary-year
           end-if.
      *
       410-read-salary-totals.
      *
           move "n" to ws-sal-5a-found.
           move "n" to ws-sal-5b-found.
      *
           open input total-5a-file.
           if ws-5a-file-status is not equal to "35"
               read total-5a-file
                   at end
                       continue
                   not at end
                       if tla-budget-total is numeric
                           move tla-budget-total to ws-sal-5a-total
                           move "y" to ws-sal-5a-found
                       end-if
               end-read
           end-if.
           close total-5a-file.
      *
           open input total-5b-file.
           if ws-5b-file-status is not equal to "35"
               read total-5b-file
                   at end
                       continue
                   not at end
                       if tlb-budget-total is numeric
                           move tlb-budget-total to ws-sal-5b-total
                           move "y" to ws-sal-5b-found
                       end-if
               end-read
           end-if.
           close total-5b-file.
      *
      *one annual total over twelve months from the transaction's
      *period - the cents that do not divide go in the last month
       420-spread-salary-year.
      *
           divide ws-sal-annual by 12 giving ws-sal-monthly.
           move bt-period to ws-step-period.
      *
           perform 421-set-salary-month
               varying ws-sal-month-x from 1 by 1
               until ws-sal-month-x is greater than 12.
      *
       421-set-salary-month.
      *
           if ws-sal-month-x is equal to 12
               compute ws-sal-month-amount =
                   ws-sal-annual - ws-sal-monthly * 11
           else
               move ws-sal-monthly to ws-sal-month-amount
           end-if.
      *
           move bt-account     to ws-check-account.
           move ws-sal-centre  to ws-check-centre.
           perform 510-find-budget-line.
      *
           if ws-budget-hit is equal to 0
               perform 520-add-budget-line
           end-if.
      *
           move ws-sal-month-amount to ws-bg-amount(ws-budget-hit).
           move "n"                 to ws-bg-deleted(ws-budget-hit).
      *
           move "S"                 to dl-action.
           move bt-account          to dl-account.
           move ws-sal-centre       to dl-cost-center.
           move ws-step-period      to dl-period.
           move ws-sal-month-amount to dl-amount.
           if ws-sal-centre is equal to cnst-grad-centre
               move "SALARY BUDGET FROM A5-5A" to dl-result
           else
               move "SALARY BUDGET FROM A5-5B" to dl-result
           end-if.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add 1 to ws-step-mm.
           if ws-step-mm is greater than 12
               move 1 to ws-step-mm
               add 1 to ws-step-yyyy
           end-if.
      *
      *a replace, add or delete against one budget line
       500-apply-budget-line.
      *
           move bt-account     to ws-check-account.
           move bt-cost-center to ws-check-centre.
           move bt-period      to ws-step-period.
           perform 510-find-budget-line.
      *
           if bt-action is equal to "D"
               if ws-budget-hit is equal to 0
                   move "NOT ON THE BUDGET" to ws-reject-reason
               else
                   move "y" to ws-bg-deleted(ws-budget-hit)
                   move 0   to ws-bg-amount(ws-budget-hit)
                   move "DELETED" to dl-result
               end-if
           else
               if ws-budget-hit is equal to 0
                 and ws-budget-count is equal to 3000
                   move "BUDGET FULL" to ws-reject-reason
               else
                   if ws-budget-hit is equal to 0
                       perform 520-add-budget-line
                   end-if
                   if bt-action is equal to "R"
                       move bt-amount to ws-bg-amount(ws-budget-hit)
                       move "REPLACED" to dl-result
                   else
                       add bt-amount to ws-bg-amount(ws-budget-hit)
                       move "ADDED" to dl-result
                   end-if
                   move "n" to ws-bg-deleted(ws-budget-hit)
               end-if
           end-if.
      *
           if ws-reject-reason is equal to spaces
               move bt-action      to dl-action
               move bt-account     to dl-account
               move bt-cost-center to dl-cost-center
               move bt-period      to dl-period
               if bt-action is equal to "D"
                   move 0 to dl-amount
               else
                   move ws-bg-amount(ws-budget-hit) to dl-amount
               end-if
               write report-line from ws-detail-line
                 after advancing 1 line
           end-if.
      *
      *the budget line for ws-check-account, ws-check-centre and
      *ws-step-period
       510-find-budget-line.
      *
           move 0 to ws-budget-hit.
           perform 511-match-budget-line
               varying ws-budget-x from 1 by 1
               until ws-budget-x is greater than ws-budget-count
               or ws-budget-hit is greater than 0.
      *
       511-match-budget-line.
      *
           if ws-bg-account(ws-budget-x) is equal to ws-check-account
             and ws-bg-cost-center(ws-budget-x) is equal to
                                               ws-check-centre
             and ws-bg-period(ws-budget-x) is equal to ws-step-period
             and ws-bg-deleted(ws-budget-x) is not equal to "y"
               move ws-budget-x to ws-budget-hit
           end-if.
      *
       520-add-budget-line.
      *
           add 1 to ws-budget-count.
           move ws-budget-count to ws-budget-hit.
      *
           move ws-check-account to ws-bg-account(ws-budget-hit).
           move ws-check-centre  to ws-bg-cost-center(ws-budget-hit).
           move ws-step-period   to ws-bg-period(ws-budget-hit).
           move 0                to ws-bg-amount(ws-budget-hit).
           move "n"              to ws-bg-deleted(ws-budget-hit).
      *
      *writes the budget back out without the deleted lines
       800-rewrite-budget.
      *
           open output budget-file.
      *
           perform 810-write-one-budget-line
               varying ws-budget-x from 1 by 1
               until ws-budget-x is greater than ws-budget-count.
      *
           close budget-file.
      *
       810-write-one-budget-line.
      *
           if ws-bg-deleted(ws-budget-x) is not equal to "y"
               move ws-bg-account(ws-budget-x)     to bg-account
               move ws-bg-cost-center(ws-budget-x) to bg-cost-center
               move ws-bg-period(ws-budget-x)      to bg-period
               move ws-bg-amount(ws-budget-x)      to bg-amount
               write budget-rec
               add 1 to ws-cntr-lines-written
           end-if.
      *
      *the transaction file keeps only what was rejected
       850-rewrite-trans.
      *
           open output trans-file.
      *
           perform 860-write-one-kept
               varying ws-kept-x from 1 by 1
               until ws-kept-x is greater than ws-kept-count.
      *
           close trans-file.
      *
       860-write-one-kept.
      *
           move ws-kept-rec(ws-kept-x) to trans-rec.
           write trans-rec.
      *
       900-print-counts.
      *
           move "TRANSACTIONS READ:" to cl-label.
           move ws-cntr-trans to cl-count.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           move "TRANSACTIONS APPLIED:" to cl-label.
           move ws-cntr-applied to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "TRANSACTIONS REJECTED:" to cl-label.
           move ws-cntr-rejected to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "BUDGET LINES ON FILE:" to cl-label.
           move ws-cntr-lines-written to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
       end program GL-BudgetLoad.
