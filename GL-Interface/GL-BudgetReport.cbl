       identification division.
       program-id. GL-BudgetReport.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *budget versus actual by cost centre.  sets the budget
      *GL-BudgetLoad keeps on GL-Budget.dat against the actuals
      *GL-AccountPost keeps by month on GL-PeriodActuals.dat, for
      *the month the batch's business date falls in
      *(BusinessDate.dat, the system date when it is missing) and
      *for the calendar year to date through that month.  every
      *budgeted line prints, and every revenue or expense account
      *with actuals and no budget - balance-sheet accounts only
      *print when they carry a budget.
      *
      *actuals are shown on the account's natural side, the side
      *its budget is set on - debits less credits for an expense or
      *asset account, credits less debits for a revenue, liability
      *or equity account (the chart of accounts says which; an
      *account the chart does not carry is taken as debit-side).
      *variance is actual less budget, and a month or year-to-date
      *figure over budget by more than the threshold percent of
      *its budget is flagged - anything actual against no budget
      *at all is over.  each cost centre closes with its totals,
      *and the report with the ledger's.
      *
      *GL-BudgetReportCtl.dat optionally sets the threshold percent
      *(default 10.0).  more lines than the table holds stops the
      *run with return code 8; any flagged line ends it with 4.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select budget-file
               assign to "../../../data/GL-Budget.dat"
               organization is line sequential
               file status is ws-budget-file-status.
      *
           select actuals-file
               assign to "../../../data/GL-PeriodActuals.dat"
               organization is line sequential
               file status is ws-actuals-file-status.
      *
           select chart-file
               assign to "../../../data/GL-ChartOfAccounts.dat"
               organization is line sequential
               file status is ws-chart-file-status.
      *
      *business-date control file - the month reported is the one
      *the batch's business date falls in; a missing file falls
      *back to the system date
           select business-date-file
               assign to "../../../data/BusinessDate.dat"
               organization is line sequential
               file status is ws-busdate-file-status.
      *
      *optional control record - the over-budget threshold
           select control-file
               assign to "../../../data/GL-BudgetReportCtl.dat"
               organization is line sequential
               file status is ws-control-file-status.
      *
           select report-file
               assign to "../../../data/GL-BudgetReport.out"
               organization is line sequential.
      *
           select sort-work-file
               assign to "glbrsortwk.tmp".
      *
           select sorted-file
               assign to "glbrsorted.tmp"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd budget-file
           data record is budget-rec
           record contains 29 characters.
      *
       01 budget-rec.
           05 bg-account               pic x(8).
           05 bg-cost-center           pic x(4).
           05 bg-period                pic 9(6).
           05 bg-period-r redefines bg-period.
               10 bg-yyyy              pic 9(4).
               10 bg-mm                pic 99.
           05 bg-amount                pic 9(9)v99.
      *
       fd actuals-file
           data record is actuals-rec
           record contains 31 characters.
      *
       01 actuals-rec.
           05 pa-account               pic x(8).
           05 pa-cost-center           pic x(4).
           05 pa-period                pic 9(6).
           05 pa-period-r redefines pa-period.
               10 pa-yyyy              pic 9(4).
               10 pa-mm                pic 99.
           05 pa-net                   pic s9(10)v99
                                       sign leading separate.
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
       fd business-date-file
           data record is business-date-rec
           record contains 9 characters.
      *
       01 business-date-rec.
           05 bd-date                  pic 9(8).
           05 bd-override              pic x.
      *
       fd control-file
           data record is control-rec
           record contains 3 characters.
      *
       01 control-rec.
           05 ct-threshold-pct         pic 99v9.
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
      *sort work file - one line's month and year-to-date figures
       sd sort-work-file.
      *
       01 sort-rec.
           05 srt-cost-center          pic x(4).
           05 srt-account              pic x(8).
           05 srt-figures              pic x(54).
      *
       fd sorted-file
           data record is sorted-rec
           record contains 66 characters.
      *
       01 sorted-rec.
           05 sd-cost-center           pic x(4).
           05 sd-account               pic x(8).
           05 sd-mth-actual            pic s9(11)v99
                                       sign leading separate.
           05 sd-mth-budget            pic 9(11)v99.
           05 sd-ytd-actual            pic s9(11)v99
                                       sign leading separate.
           05 sd-ytd-budget            pic 9(11)v99.
      *
       working-storage section.
      *
       77 ws-budget-file-status        pic xx     value spaces.
       77 ws-actuals-file-status       pic xx     value spaces.
       77 ws-chart-file-status         pic xx     value spaces.
       77 ws-busdate-file-status       pic xx     value spaces.
       77 ws-control-file-status       pic xx     value spaces.
      *
      *eof constants
       77 ws-eof-flag                  pic x      value "n".
       77 ws-eof-Y                     pic x      value "y".
       77 ws-budget-eof-flag           pic x      value "n".
       77 ws-actuals-eof-flag          pic x      value "n".
       77 ws-chart-eof-flag            pic x      value "n".
      *
      *the month reported and the year it closes to date
       01 ws-run-date                  pic 9(8)   value 0.
       01 ws-run-date-r redefines ws-run-date.
           05 ws-rd-yyyymm             pic 9(6).
           05 filler                   pic 99.
       01 ws-report-period             pic 9(6)   value 0.
       01 ws-report-period-r redefines ws-report-period.
           05 ws-rp-yyyy               pic 9(4).
           05 ws-rp-mm                 pic 99.
      *
       77 ws-threshold-pct             pic 99v9   value 10.0.
      *
      *the chart of accounts - name and type by account
       01 ws-chart-table.
           05 ws-chart-entry occurs 1 to 500 times
                   depending on ws-chart-count.
               10 ws-ca-account         pic x(8).
               10 ws-ca-name            pic x(30).
               10 ws-ca-type            pic x.
      *
       01 ws-chart-count               pic 9(3)   value 0.
      *
       01 ws-chart-subs.
           05 ws-chart-x               pic 9(3)   value 0.
           05 ws-chart-hit             pic 9(3)   value 0.
      *
       77 ws-chart-loaded              pic x      value "n".
      *
      *the report lines - one per cost centre and account, the
      *actuals already on the account's natural side
       01 ws-line-table.
           05 ws-line-entry occurs 1 to 3000 times
                   depending on ws-line-count.
               10 ws-ln-cost-center     pic x(4).
               10 ws-ln-account         pic x(8).
               10 ws-ln-mth-actual      pic s9(11)v99.
               10 ws-ln-mth-budget      pic 9(11)v99.
               10 ws-ln-ytd-actual      pic s9(11)v99.
               10 ws-ln-ytd-budget      pic 9(11)v99.
      *
       01 ws-line-count                pic 9(4)   value 0.
      *
       01 ws-line-subs.
           05 ws-line-x                pic 9(4)   value 0.
           05 ws-line-hit              pic 9(4)   value 0.
      *
       77 ws-line-overflow             pic x      value "n".
      *
      *the line being looked up or added
       01 ws-find-account              pic x(8)   value spaces.
       01 ws-find-centre               pic x(4)   value spaces.
       01 ws-natural-amount            pic s9(11)v99 value 0.
       77 ws-credit-side               pic x      value "n".
      *
      *one sort row built from a table line
       01 ws-sort-row.
           05 ws-sr-cost-center        pic x(4).
           05 ws-sr-account            pic x(8).
           05 ws-sr-mth-actual         pic s9(11)v99
                                       sign leading separate.
           05 ws-sr-mth-budget         pic 9(11)v99.
           05 ws-sr-ytd-actual         pic s9(11)v99
                                       sign leading separate.
           05 ws-sr-ytd-budget         pic 9(11)v99.
      *
      *the cost centre being printed, and the ledger, totalled
       01 ws-centre-break.
           05 ws-cur-centre            pic x(4)   value spaces.
           05 ws-cb-mth-actual         pic s9(11)v99 value 0.
           05 ws-cb-mth-budget         pic 9(11)v99 value 0.
           05 ws-cb-ytd-actual         pic s9(11)v99 value 0.
           05 ws-cb-ytd-budget         pic 9(11)v99 value 0.
      *
       01 ws-ledger-totals.
           05 ws-lt-mth-actual         pic s9(11)v99 value 0.
           05 ws-lt-mth-budget         pic 9(11)v99 value 0.
           05 ws-lt-ytd-actual         pic s9(11)v99 value 0.
           05 ws-lt-ytd-budget         pic 9(11)v99 value 0.
      *
      *one set of figures worked into a print line - variance and
      *the over-budget test
       01 ws-figures.
           05 ws-fg-mth-actual         pic s9(11)v99 value 0.
           05 ws-fg-mth-budget         pic 9(11)v99 value 0.
           05 ws-fg-ytd-actual         pic s9(11)v99 value 0.
           05 ws-fg-ytd-budget         pic 9(11)v99 value 0.
           05 ws-fg-variance           pic s9(11)v99 value 0.
           05 ws-fg-limit              pic 9(11)v99 value 0.
      *
       01 ws-counters.
           05 ws-cntr-lines            pic 9(4)   value 0.
           05 ws-cntr-centres          pic 9(4)   value 0.
           05 ws-cntr-flagged          pic 9(4)   value 0.
      *
      *report lines
       01 ws-heading-line.
           05 filler                   pic x(31)  value
               "GL BUDGET VERSUS ACTUAL".
           05 filler                   pic x(7)   value "PERIOD ".
           05 ws-hl-period             pic 9(6).
           05 filler                   pic x(26)  value
               "   OVER-BUDGET THRESHOLD: ".
           05 ws-hl-threshold          pic z9.9.
           05 filler                   pic x      value "%".
           05 filler                   pic x(57)  value spaces.
      *
       01 ws-column-line-1.
           05 filler                   pic x(34)  value spaces.
           05 filler                   pic x(49)  value
               "-------------------- MONTH ---------------------".
           05 filler                   pic x(49)  value
               "----------------- YEAR TO DATE -----------------".
      *
       01 ws-column-line-2.
           05 filler                   pic x(5)   value "CNTR".
           05 filler                   pic x(9)   value "ACCOUNT".
           05 filler                   pic x(20)  value "NAME".
           05 filler                   pic x(15)  value
               "        ACTUAL".
           05 filler                   pic x(15)  value
               "        BUDGET".
           05 filler                   pic x(19)  value
               "      VARIANCE".
           05 filler                   pic x(15)  value
               "        ACTUAL".
           05 filler                   pic x(15)  value
               "        BUDGET".
           05 filler                   pic x(19)  value
               "      VARIANCE".
      *
       01 ws-detail-line.
           05 dl-cost-center           pic x(4).
           05 filler                   pic x      value spaces.
           05 dl-account               pic x(8).
           05 filler                   pic x      value spaces.
           05 dl-name                  pic x(19).
           05 filler                   pic x      value spaces.
           05 dl-mth-actual            pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-mth-budget            pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-mth-variance          pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-mth-flag              pic x(3).
           05 filler                   pic x      value spaces.
           05 dl-ytd-actual            pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-ytd-budget            pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-ytd-variance          pic ---,---,--9.99.
           05 filler                   pic x      value spaces.
           05 dl-ytd-flag              pic x(3).
           05 filler                   pic x      value spaces.
      *
       01 ws-count-line.
           05 filler                   pic x(14)  value spaces.
           05 cl-label                 pic x(30).
           05 cl-count                 pic zzz9.
           05 filler                   pic x(84)  value spaces.
      *
       77 cnst-over-flag               pic x(3)   value "***".
       77 cnst-not-on-chart            pic x(19)  value
           "** NOT ON CHART **".
      *
       procedure division.
       000-main.
      *
           perform 100-set-period.
           perform 110-read-control.
           perform 120-load-chart.
      *
           perform 200-load-budget.
           perform 250-load-actuals.
      *
           if ws-line-overflow is equal to "y"
               display "GL-BUDGETREPORT: MORE THAN 3000 BUDGET "
                       "LINES - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
      *
           sort sort-work-file
               on ascending key srt-cost-center
                                srt-account
               input procedure is 300-release-lines
               giving sorted-file.
      *
           open input sorted-file.
           open output report-file.
      *
           move ws-report-period to ws-hl-period.
           move ws-threshold-pct to ws-hl-threshold.
           write report-line from ws-heading-line
             after advancing 1 line.
           write report-line from ws-column-line-1
             after advancing 2 lines.
           write report-line from ws-column-line-2
             after advancing 1 line.
      *
           perform 400-read-sorted.
           perform 410-print-one-line
               until ws-eof-flag is equal to ws-eof-Y.
      *
           if ws-cur-centre is not equal to spaces
               perform 500-print-centre-total
           end-if.
      *
           perform 600-print-ledger-total.
      *
           close sorted-file
                 report-file.
      *
           if ws-cntr-flagged is greater than 0
               display "GL-BUDGETREPORT: " ws-cntr-flagged
                       " FIGURE(S) OVER BUDGET - SEE "
                       "GL-BudgetReport.out"
               move 4 to return-code
           end-if.
      *
           goback.
      *
      *the month reported is the year/month the batch's business
      *date falls in
       100-set-period.
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
           move ws-rd-yyyymm to ws-report-period.
      *
       110-read-control.
      *
           open input control-file.
      *
           if ws-control-file-status is not equal to "35"
               read control-file
                   at end
                       continue
                   not at end
                       if ct-threshold-pct is numeric
                         and ct-threshold-pct is greater than 0
                           move ct-threshold-pct to ws-threshold-pct
                       end-if
               end-read
           end-if.
      *
           close control-file.
      *
      *loads the chart of accounts - without it every account
      *prints unnamed and is taken as debit-side
       120-load-chart.
      *
           open input chart-file.
      *
           if ws-chart-file-status is equal to "35"
               display "GL-BUDGETREPORT: GL-ChartOfAccounts.dat "
                       "MISSING - ACCOUNTS UNNAMED"
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
               move ca-name    to ws-ca-name(ws-chart-count)
               move ca-type    to ws-ca-type(ws-chart-count)
           end-if.
      *
           perform 121-read-chart.
      *
       130-lookup-chart.
      *
           move 0 to ws-chart-hit.
           perform 131-match-chart
               varying ws-chart-x from 1 by 1
               until ws-chart-x is greater than ws-chart-count
               or ws-chart-hit is greater than 0.
      *
       131-match-chart.
      *
           if ws-ca-account(ws-chart-x) is equal to ws-find-account
               move ws-chart-x to ws-chart-hit
           end-if.
      *
      *the budget for the year to date - the reporting month's
      *goes in the month column too
       200-load-budget.
      *
           open input budget-file.
      *
           if ws-budget-file-status is equal to "35"
               display "GL-BUDGETREPORT: GL-Budget.dat "
                       "MISSING - NO BUDGET TO REPORT AGAINST"
           else
               perform 210-read-budget
               perform 220-take-budget-line
                   until ws-budget-eof-flag is equal to "y"
                   or ws-line-overflow is equal to "y"
           end-if.
      *
           close budget-file.
      *
       210-read-budget.
           read budget-file
               at end
                   move "y" to ws-budget-eof-flag.
      *
       220-take-budget-line.
      *
           if bg-yyyy is equal to ws-rp-yyyy
             and bg-mm is not greater than ws-rp-mm
               move bg-account     to ws-find-account
               move bg-cost-center to ws-find-centre
               perform 270-find-line
               if ws-line-hit is greater than 0
                   add bg-amount to ws-ln-ytd-budget(ws-line-hit)
                   if bg-mm is equal to ws-rp-mm
                       add bg-amount
                        to ws-ln-mth-budget(ws-line-hit)
                   end-if
               end-if
           end-if.
      *
           perform 210-read-budget.
      *
      *the actuals for the year to date - balance-sheet accounts
      *only where they carry a budget
       250-load-actuals.
      *
           open input actuals-file.
      *
           if ws-actuals-file-status is equal to "35"
               display "GL-BUDGETREPORT: GL-PeriodActuals.dat "
                       "MISSING - NO ACTUALS TO REPORT"
           else
               perform 255-read-actuals
               perform 260-take-actuals-line
                   until ws-actuals-eof-flag is equal to "y"
                   or ws-line-overflow is equal to "y"
           end-if.
      *
           close actuals-file.
      *
       255-read-actuals.
           read actuals-file
               at end
                   move "y" to ws-actuals-eof-flag.
      *
       260-take-actuals-line.
      *
           if pa-yyyy is equal to ws-rp-yyyy
             and pa-mm is not greater than ws-rp-mm
               move pa-account     to ws-find-account
               move pa-cost-center to ws-find-centre
               perform 130-lookup-chart
      *
               move "n" to ws-credit-side
               if ws-chart-hit is greater than 0
                   if ws-ca-type(ws-chart-hit) is equal to "R"
                     or ws-ca-type(ws-chart-hit) is equal to "L"
                     or ws-ca-type(ws-chart-hit) is equal to "E"
                       move "y" to ws-credit-side
                   end-if
               end-if
               if ws-credit-side is equal to "y"
                   multiply pa-net by -1 giving ws-natural-amount
               else
                   move pa-net to ws-natural-amount
               end-if
      *
               move 0 to ws-line-hit
               if ws-chart-hit is equal to 0
                 or ws-ca-type(ws-chart-hit) is equal to "R"
                 or ws-ca-type(ws-chart-hit) is equal to "X"
                   perform 270-find-line
               else
                   perform 271-match-existing-line
               end-if
      *
               if ws-line-hit is greater than 0
                   add ws-natural-amount
                    to ws-ln-ytd-actual(ws-line-hit)
                   if pa-mm is equal to ws-rp-mm
                       add ws-natural-amount
                        to ws-ln-mth-actual(ws-line-hit)
                   end-if
               end-if
           end-if.
      *
           perform 255-read-actuals.
      *
      *the line for ws-find-centre and ws-find-account, added
      *when it is not there yet
       270-find-line.
      *
           perform 271-match-existing-line.
      *
           if ws-line-hit is equal to 0
               if ws-line-count is equal to 3000
                   move "y" to ws-line-overflow
               else
                   add 1 to ws-line-count
                   move ws-line-count to ws-line-hit
                   move ws-find-centre
                     to ws-ln-cost-center(ws-line-hit)
                   move ws-find-account
                     to ws-ln-account(ws-line-hit)
                   move 0 to ws-ln-mth-actual(ws-line-hit)
                   move 0 to ws-ln-mth-budget(ws-line-hit)
                   move 0 to ws-ln-ytd-actual(ws-line-hit)
                   move 0 to ws-ln-ytd-budget(ws-line-hit)
               end-if
           end-if.
      *
       271-match-existing-line.
      *
           move 0 to ws-line-hit.
           perform 272-match-line
               varying ws-line-x from 1 by 1
               until ws-line-x is greater than ws-line-count
               or ws-line-hit is greater than 0.
      *
       272-match-line.
      *
           if ws-ln-cost-center(ws-line-x) is equal to ws-find-centre
             and ws-ln-account(ws-line-x) is equal to ws-find-account
               move ws-line-x to ws-line-hit
           end-if.
      *
      *every line goes to the sort to come back in cost-centre
      *and account order
       300-release-lines.
      *
           perform 310-release-one-line
               varying ws-line-x from 1 by 1
               until ws-line-x is greater than ws-line-count.
      *
       310-release-one-line.
      *
           move ws-ln-cost-center(ws-line-x) to ws-sr-cost-center.
           move ws-ln-account(ws-line-x)     to ws-sr-account.
           move ws-ln-mth-actual(ws-line-x)  to ws-sr-mth-actual.
           move ws-ln-mth-budget(ws-line-x)  to ws-sr-mth-budget.
           move ws-ln-ytd-actual(ws-line-x)  to ws-sr-ytd-actual.
           move ws-ln-ytd-budget(ws-line-x)  to ws-sr-ytd-budget.
           release sort-rec from ws-sort-row.
      *
       400-read-sorted.
           read sorted-file
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *one line - a new cost centre closes the one before it with
      *its totals
       410-print-one-line.
      *
           if sd-cost-center is not equal to ws-cur-centre
               if ws-cur-centre is not equal to spaces
                   perform 500-print-centre-total
               end-if
               move sd-cost-center to ws-cur-centre
               add 1 to ws-cntr-centres
           end-if.
      *
           add 1 to ws-cntr-lines.
      *
           move sd-account to ws-find-account.
           perform 130-lookup-chart.
           if ws-chart-hit is greater than 0
               move ws-ca-name(ws-chart-hit) to dl-name
           else
               if ws-chart-loaded is equal to "y"
                   move cnst-not-on-chart to dl-name
               else
                   move spaces to dl-name
               end-if
           end-if.
      *
           move sd-cost-center to dl-cost-center.
           move sd-account     to dl-account.
      *
           move sd-mth-actual to ws-fg-mth-actual.
           move sd-mth-budget to ws-fg-mth-budget.
           move sd-ytd-actual to ws-fg-ytd-actual.
           move sd-ytd-budget to ws-fg-ytd-budget.
           perform 700-work-figures.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           add sd-mth-actual to ws-cb-mth-actual.
           add sd-mth-budget to ws-cb-mth-budget.
           add sd-ytd-actual to ws-cb-ytd-actual.
           add sd-ytd-budget to ws-cb-ytd-budget.
      *
           perform 400-read-sorted.
      *
       500-print-centre-total.
      *
           move spaces          to dl-cost-center.
           move spaces          to dl-account.
           move "  CENTRE TOTAL" to dl-name.
      *
           move ws-cb-mth-actual to ws-fg-mth-actual.
           move ws-cb-mth-budget to ws-fg-mth-budget.
           move ws-cb-ytd-actual to ws-fg-ytd-actual.
           move ws-cb-ytd-budget to ws-fg-ytd-budget.
           perform 700-work-figures.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
           move spaces to report-line.
           write report-line
             after advancing 1 line.
      *
           add ws-cb-mth-actual to ws-lt-mth-actual.
           add ws-cb-mth-budget to ws-lt-mth-budget.
           add ws-cb-ytd-actual to ws-lt-ytd-actual.
           add ws-cb-ytd-budget to ws-lt-ytd-budget.
      *
           move 0 to ws-cb-mth-actual.
           move 0 to ws-cb-mth-budget.
           move 0 to ws-cb-ytd-actual.
           move 0 to ws-cb-ytd-budget.
      *
       600-print-ledger-total.
      *
           move spaces           to dl-cost-center.
           move spaces           to dl-account.
           move "LEDGER TOTAL"   to dl-name.
      *
           move ws-lt-mth-actual to ws-fg-mth-actual.
           move ws-lt-mth-budget to ws-fg-mth-budget.
           move ws-lt-ytd-actual to ws-fg-ytd-actual.
           move ws-lt-ytd-budget to ws-fg-ytd-budget.
           perform 700-work-figures.
      *
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "COST CENTRES:" to cl-label.
           move ws-cntr-centres to cl-count.
           write report-line from ws-count-line
             after advancing 2 lines.
      *
           move "LINES:" to cl-label.
           move ws-cntr-lines to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
           move "FIGURES OVER BUDGET:" to cl-label.
           move ws-cntr-flagged to cl-count.
           write report-line from ws-count-line
             after advancing 1 line.
      *
      *variance is actual less budget; over the threshold percent
      *of the budget is flagged, and only lines are counted
       700-work-figures.
      *
           move ws-fg-mth-actual to dl-mth-actual.
           move ws-fg-mth-budget to dl-mth-budget.
           subtract ws-fg-mth-budget from ws-fg-mth-actual
               giving ws-fg-variance.
           move ws-fg-variance to dl-mth-variance.
           compute ws-fg-limit rounded =
               ws-fg-mth-budget * ws-threshold-pct / 100.
           if ws-fg-variance is greater than ws-fg-limit
               move cnst-over-flag to dl-mth-flag
               if dl-account is not equal to spaces
                   add 1 to ws-cntr-flagged
               end-if
           else
               move spaces to dl-mth-flag
           end-if.
      *
           move ws-fg-ytd-actual to dl-ytd-actual.
           move ws-fg-ytd-budget to dl-ytd-budget.
           subtract ws-fg-ytd-budget from ws-fg-ytd-actual
               giving ws-fg-variance.
           move ws-fg-variance to dl-ytd-variance.
           compute ws-fg-limit rounded =
               ws-fg-ytd-budget * ws-threshold-pct / 100.
           if ws-fg-variance is greater than ws-fg-limit
               move cnst-over-flag to dl-ytd-flag
               if dl-account is not equal to spaces
                   add 1 to ws-cntr-flagged
               end-if
           else
               move spaces to dl-ytd-flag
           end-if.
      *
       end program GL-BudgetReport.
