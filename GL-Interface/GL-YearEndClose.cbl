       identification division.
       program-id. GL-YearEndClose.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *fiscal year-end close.  GL-PeriodClose cuts the feed month
      *by month, but the revenue and expense balances on
      *GL-AccountMaster.dat went on growing from one year into the
      *next.  this step closes the fiscal year (the calendar year,
      *periods yyyy01 to yyyy12): every revenue and expense
      *account's balance for the year is taken to zero against the
      *retained-earnings account, cost centre by cost centre, so
      *each centre's closing entries balance on their own.
      *
      *the year closed is the one after the last year closed on
      *GL-YearControl.dat - on the first close, the year of the
      *last period closed on GL-PeriodControl.dat (a ledger whose
      *first year-end is run only after the new year's first
      *period has closed is given the year before on
      *GL-YearControl.dat).  the close is refused, files
      *untouched, until all twelve periods of the year are closed
      *on GL-PeriodControl.dat, and a year closed once is never
      *closed again.
      *
      *activity already posted for a later year (the period
      *actuals GL-AccountPost keeps on GL-PeriodActuals.dat) is
      *left on the account - only the year being closed is closed.
      *
      *the pre-close master is archived to
      *GL-AccountMaster-yyyy.dat, the closing entries are written
      *as a journal in the GL interface layout (header, D rows
      *dated yyyy1231, T trailer) to GL-YearClose-yyyy.dat, the
      *master is rewritten with the closed balances, and the year
      *is recorded on GL-YearControl.dat.  the master posts the
      *entries itself - the journal is the record of them and does
      *not go through the feed, so the year's monthly actuals are
      *left as they were.
      *
      *GL-YearControl.dat may name the retained-earnings account
      *(default RETEARNS); it has to be an active equity account
      *on the chart of accounts, and the chart has to be there to
      *say which accounts are revenue and expense.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select master-file
               assign to "../../../data/GL-AccountMaster.dat"
               organization is line sequential
               file status is ws-master-file-status.
      *
      *the pre-close master, named for the year closed
           select archive-file
               assign to ws-archive-file-name
               organization is line sequential.
      *
      *the closing journal, named for the year closed
           select journal-file
               assign to ws-journal-file-name
               organization is line sequential.
      *
           select chart-file
               assign to "../../../data/GL-ChartOfAccounts.dat"
               organization is line sequential
               file status is ws-chart-file-status.
      *
           select actuals-file
               assign to "../../../data/GL-PeriodActuals.dat"
               organization is line sequential
               file status is ws-actuals-file-status.
      *
      *the last period GL-PeriodClose has closed
           select period-control-file
               assign to "../../../data/GL-PeriodControl.dat"
               organization is line sequential
               file status is ws-period-control-file-status.
      *
      *the last fiscal year closed and the retained-earnings
      *account
           select year-control-file
               assign to "../../../data/GL-YearControl.dat"
               organization is line sequential
               file status is ws-year-control-file-status.
      *
       data division.
       file section.
      *
       fd master-file
           data record is master-rec
           record contains 25 characters.
      *
       01 master-rec.
           05 ms-account               pic x(8).
           05 ms-cost-center           pic x(4).
           05 ms-balance               pic s9(10)v99
                                       sign leading separate.
      *
       fd archive-file
           data record is archive-rec
           record contains 25 characters.
      *
       01 archive-rec                  pic x(25).
      *
       fd journal-file
           data record is journal-line
           record contains 53 characters.
      *
       01 journal-line                 pic x(53).
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
       fd actuals-file
           data record is actuals-rec
           record contains 31 characters.
      *
       01 actuals-rec.
           05 pa-account               pic x(8).
           05 pa-cost-center           pic x(4).
           05 pa-period                pic 9(6).
           05 pa-net                   pic s9(10)v99
                                       sign leading separate.
      *
       fd period-control-file
           data record is period-control-rec
           record contains 6 characters.
      *
       01 period-control-rec.
           05 ct-last-closed-period    pic 9(6).
      *
       fd year-control-file
           data record is year-control-rec
           record contains 12 characters.
      *
       01 year-control-rec.
           05 cy-last-closed-year      pic 9(4).
           05 cy-retained-account      pic x(8).
      *
       working-storage section.
      *
       77 ws-master-file-status        pic xx     value spaces.
       77 ws-chart-file-status         pic xx     value spaces.
       77 ws-actuals-file-status       pic xx     value spaces.
       77 ws-period-control-file-status pic xx    value spaces.
       77 ws-year-control-file-status  pic xx     value spaces.
      *
      *eof constants
       77 ws-master-eof-flag           pic x      value "n".
       77 ws-chart-eof-flag            pic x      value "n".
       77 ws-actuals-eof-flag          pic x      value "n".
      *
      *archive and journal file names, built from the year closed
       01 ws-archive-file-name.
           05 filler                   pic x(31)  value
               "../../../data/GL-AccountMaster-".
           05 ws-af-year               pic 9(4).
           05 filler                   pic x(4)   value ".dat".
      *
       01 ws-journal-file-name.
           05 filler                   pic x(27)  value
               "../../../data/GL-YearClose-".
           05 ws-jf-year               pic 9(4).
           05 filler                   pic x(4)   value ".dat".
      *
      *the year being closed, and what the control files say
       01 ws-last-closed-period        pic 9(6)   value 0.
       01 ws-last-closed-period-r redefines ws-last-closed-period.
           05 ws-lcp-yyyy              pic 9(4).
           05 ws-lcp-mm                pic 99.
      *
       77 ws-last-closed-year          pic 9(4)   value 0.
       77 ws-close-year                pic 9(4)   value 0.
       77 ws-year-end-period           pic 9(6)   value 0.
       77 ws-retained-account          pic x(8)   value "RETEARNS".
      *
       01 ws-close-date                pic 9(8)   value 0.
       01 ws-close-date-r redefines ws-close-date.
           05 ws-cd-yyyy               pic 9(4).
           05 ws-cd-mmdd               pic 9(4).
      *
      *the reason the close is refused, spaces when it may run
       01 ws-refuse-reason             pic x(50)  value spaces.
      *
      *the chart of accounts - type and active flag by account
       01 ws-chart-table.
           05 ws-chart-entry occurs 1 to 500 times
                   depending on ws-chart-count.
               10 ws-ca-account         pic x(8).
               10 ws-ca-type            pic x.
               10 ws-ca-active          pic x.
      *
       01 ws-chart-count               pic 9(3)   value 0.
      *
       01 ws-chart-subs.
           05 ws-chart-x               pic 9(3)   value 0.
           05 ws-chart-hit             pic 9(3)   value 0.
      *
       77 ws-find-account              pic x(8)   value spaces.
       77 ws-find-centre               pic x(4)   value spaces.
      *
      *the master, with each row's closing amount - its balance
      *less anything a later year has posted to it
       01 ws-master-table.
           05 ws-master-entry occurs 1 to 500 times
                   depending on ws-master-count.
               10 ws-ms-account         pic x(8).
               10 ws-ms-cost-center     pic x(4).
               10 ws-ms-balance         pic s9(10)v99.
               10 ws-ms-close           pic s9(10)v99.
      *
       01 ws-master-count              pic 9(3)   value 0.
      *
       01 ws-master-subs.
           05 ws-master-x              pic 9(3)   value 0.
           05 ws-master-hit            pic 9(3)   value 0.
      *
      *activity a later year has already posted, by account and
      *cost centre
       01 ws-later-table.
           05 ws-later-entry occurs 1 to 3000 times
                   depending on ws-later-count.
               10 ws-lt-account         pic x(8).
               10 ws-lt-cost-center     pic x(4).
               10 ws-lt-net             pic s9(10)v99.
      *
       01 ws-later-count               pic 9(4)   value 0.
      *
       01 ws-later-subs.
           05 ws-later-x               pic 9(4)   value 0.
           05 ws-later-hit             pic 9(4)   value 0.
      *
      *each cost centre's net closed to retained earnings
       01 ws-centre-table.
           05 ws-centre-entry occurs 1 to 200 times
                   depending on ws-centre-count.
               10 ws-rc-cost-center     pic x(4).
               10 ws-rc-net             pic s9(10)v99.
      *
       01 ws-centre-count              pic 9(3)   value 0.
      *
       01 ws-centre-subs.
           05 ws-centre-x              pic 9(3)   value 0.
           05 ws-centre-hit            pic 9(3)   value 0.
      *
      *master rows the retained-earnings entries will open
       77 ws-new-master-rows           pic 9(3)   value 0.
      *
       77 ws-table-overflow            pic x      value "n".
      *
      *closing journal row, header and totals
       01 ws-gl-row.
           05 gl-rec-type              pic x.
           05 gl-account               pic x(8).
           05 gl-cost-center           pic x(4).
           05 gl-dr-cr                 pic x.
           05 gl-amount                pic 9(9)v99.
           05 gl-date                  pic 9(8).
           05 gl-source                pic x(20).
      *
       01 ws-gl-source.
           05 filler                   pic x(10)  value "YEARCLOSE ".
           05 ws-gs-year               pic 9(4).
           05 filler                   pic x(6)   value spaces.
      *
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
       01 ws-gl-totals.
           05 ws-gl-row-count          pic 9(4)   value 0.
           05 ws-gl-debit-total        pic 9(9)v99 value 0.
           05 ws-gl-credit-total       pic 9(9)v99 value 0.
      *
       01 ws-journal-amount            pic s9(10)v99 value 0.
      *
       01 ws-counters.
           05 ws-cntr-accounts-closed  pic 9(4)   value 0.
      *
       procedure division.
       000-main.
      *
           perform 100-set-close-year.
      *
           if ws-refuse-reason is equal to spaces
               perform 120-load-chart
           end-if.
      *
           if ws-refuse-reason is equal to spaces
               perform 140-load-master
           end-if.
      *
           if ws-refuse-reason is equal to spaces
               perform 160-load-later-actuals
           end-if.
      *
           if ws-refuse-reason is equal to spaces
               perform 200-work-closing-amounts
           end-if.
      *
           if ws-refuse-reason is not equal to spaces
               display "GL-YEARENDCLOSE: " ws-refuse-reason
               display "GL-YEARENDCLOSE: YEAR NOT CLOSED - RUN "
                       "REFUSED, FILES UNTOUCHED"
               move 8 to return-code
           else
               perform 300-archive-master
               perform 400-write-closing-journal
               perform 500-rewrite-master
               perform 600-save-year-control
               display "GL-YEARENDCLOSE: FISCAL YEAR " ws-close-year
                       " CLOSED - " ws-cntr-accounts-closed
                       " ACCOUNT ROW(S) CLOSED TO "
                       ws-retained-account
               display "GL-YEARENDCLOSE: CLOSING JOURNAL "
                       ws-journal-file-name
               display "GL-YEARENDCLOSE: PRE-CLOSE MASTER "
                       ws-archive-file-name
           end-if.
      *
           goback.
      *
      *the year to close - the one after the last closed, or on
      *the first close the year of the last closed period - and
      *whether all twelve of its periods are closed
       100-set-close-year.
      *
           open input year-control-file.
      *
           if ws-year-control-file-status is not equal to "35"
               read year-control-file
                   at end
                       continue
                   not at end
                       if cy-last-closed-year is numeric
                           move cy-last-closed-year
                             to ws-last-closed-year
                       end-if
                       if cy-retained-account is not equal to spaces
                           move cy-retained-account
                             to ws-retained-account
                       end-if
               end-read
           end-if.
      *
           close year-control-file.
      *
           open input period-control-file.
      *
           if ws-period-control-file-status is not equal to "35"
               read period-control-file
                   at end
                       continue
                   not at end
                       if ct-last-closed-period is numeric
                           move ct-last-closed-period
                             to ws-last-closed-period
                       end-if
               end-read
           end-if.
      *
           close period-control-file.
      *
           if ws-last-closed-year is greater than 0
               add 1 ws-last-closed-year giving ws-close-year
           else
               move ws-lcp-yyyy to ws-close-year
           end-if.
      *
           compute ws-year-end-period = ws-close-year * 100 + 12.
           move ws-close-year to ws-cd-yyyy.
           move 1231          to ws-cd-mmdd.
           move ws-close-year to ws-af-year.
           move ws-close-year to ws-jf-year.
           move ws-close-year to ws-gs-year.
      *
           if ws-last-closed-period is equal to 0
               move "NO PERIOD CLOSED ON GL-PeriodControl.dat"
                 to ws-refuse-reason
           else
               if ws-last-closed-period is less than
                                               ws-year-end-period
                   string "PERIODS OF " ws-close-year
                          " NOT ALL CLOSED - LAST "
                          ws-last-closed-period
                          delimited by size
                          into ws-refuse-reason
               end-if
           end-if.
      *
      *loads the chart - it says which accounts are revenue and
      *expense, so the close cannot run without it
       120-load-chart.
      *
           open input chart-file.
      *
           if ws-chart-file-status is equal to "35"
               move "GL-ChartOfAccounts.dat MISSING"
                 to ws-refuse-reason
           else
               perform 121-read-chart
               perform 122-add-chart-entry
                   until ws-chart-eof-flag is equal to "y"
                   or ws-chart-count is equal to 500
           end-if.
      *
           close chart-file.
      *
           if ws-refuse-reason is equal to spaces
               move ws-retained-account to ws-find-account
               perform 130-lookup-chart
               if ws-chart-hit is equal to 0
                   string "RETAINED EARNINGS " ws-retained-account
                          " NOT ON THE CHART"
                          delimited by size
                          into ws-refuse-reason
               else
                   if ws-ca-type(ws-chart-hit) is not equal to "E"
                     or ws-ca-active(ws-chart-hit) is not equal to "Y"
                       string "RETAINED EARNINGS " ws-retained-account
                              " NOT AN ACTIVE EQUITY ACCOUNT"
                              delimited by size
                              into ws-refuse-reason
                   end-if
               end-if
           end-if.
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
               move ca-type    to ws-ca-type(ws-chart-count)
               move ca-active  to ws-ca-active(ws-chart-count)
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
       140-load-master.
      *
           open input master-file.
      *
           if ws-master-file-status is equal to "35"
               move "GL-AccountMaster.dat MISSING" to ws-refuse-reason
           else
               perform 141-read-master
               perform 142-add-master-entry
                   until ws-master-eof-flag is equal to "y"
                   or ws-table-overflow is equal to "y"
           end-if.
      *
           close master-file.
      *
           if ws-table-overflow is equal to "y"
               move "GL-AccountMaster.dat OVER 500 ROWS"
                 to ws-refuse-reason
           end-if.
      *
       141-read-master.
           read master-file
               at end
                   move "y" to ws-master-eof-flag.
      *
       142-add-master-entry.
      *
           if ws-master-count is equal to 500
               move "y" to ws-table-overflow
           else
               add 1 to ws-master-count
               move ms-account     to ws-ms-account(ws-master-count)
               move ms-cost-center
                 to ws-ms-cost-center(ws-master-count)
               move ms-balance     to ws-ms-balance(ws-master-count)
               move 0              to ws-ms-close(ws-master-count)
           end-if.
      *
           perform 141-read-master.
      *
      *what a later year has posted, summed by account and cost
      *centre - a missing actuals file means nothing has
       160-load-later-actuals.
      *
           open input actuals-file.
      *
           if ws-actuals-file-status is not equal to "35"
               perform 161-read-actuals
               perform 162-take-later-actual
                   until ws-actuals-eof-flag is equal to "y"
                   or ws-table-overflow is equal to "y"
           end-if.
      *
           close actuals-file.
      *
           if ws-table-overflow is equal to "y"
               move "GL-PeriodActuals.dat OVER 3000 ROWS"
                 to ws-refuse-reason
           end-if.
      *
       161-read-actuals.
           read actuals-file
               at end
                   move "y" to ws-actuals-eof-flag.
      *
       162-take-later-actual.
      *
           if pa-period is greater than ws-year-end-period
               move pa-account     to ws-find-account
               move pa-cost-center to ws-find-centre
               perform 165-find-later
               if ws-later-hit is equal to 0
                   if ws-later-count is equal to 3000
                       move "y" to ws-table-overflow
                   else
                       add 1 to ws-later-count
                       move ws-later-count to ws-later-hit
                       move pa-account
                         to ws-lt-account(ws-later-hit)
                       move pa-cost-center
                         to ws-lt-cost-center(ws-later-hit)
                       move 0 to ws-lt-net(ws-later-hit)
                   end-if
               end-if
               if ws-later-hit is greater than 0
                   add pa-net to ws-lt-net(ws-later-hit)
               end-if
           end-if.
      *
           perform 161-read-actuals.
      *
       165-find-later.
      *
           move 0 to ws-later-hit.
           perform 166-match-later
               varying ws-later-x from 1 by 1
               until ws-later-x is greater than ws-later-count
               or ws-later-hit is greater than 0.
      *
       166-match-later.
      *
           if ws-lt-account(ws-later-x) is equal to ws-find-account
             and ws-lt-cost-center(ws-later-x) is equal to
                                               ws-find-centre
               move ws-later-x to ws-later-hit
           end-if.
      *
      *each revenue and expense row's closing amount, and each
      *cost centre's net to retained earnings - and room on the
      *master for any retained-earnings row not there yet
       200-work-closing-amounts.
      *
           perform 210-work-one-row
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count
               or ws-table-overflow is equal to "y".
      *
           if ws-table-overflow is equal to "y"
               move "MORE THAN 200 COST CENTRES TO CLOSE"
                 to ws-refuse-reason
           else
               move ws-retained-account to ws-find-account
               perform 230-count-new-master-row
                   varying ws-centre-x from 1 by 1
                   until ws-centre-x is greater than ws-centre-count
               if ws-master-count + ws-new-master-rows
                                           is greater than 500
                   move "RETAINED EARNINGS ROWS WOULD PASS 500"
                     to ws-refuse-reason
               end-if
           end-if.
      *
       210-work-one-row.
      *
           move ws-ms-account(ws-master-x)     to ws-find-account.
           move ws-ms-cost-center(ws-master-x) to ws-find-centre.
           perform 130-lookup-chart.
      *
           if ws-chart-hit is greater than 0
               if ws-ca-type(ws-chart-hit) is equal to "R"
                 or ws-ca-type(ws-chart-hit) is equal to "X"
                   move ws-ms-balance(ws-master-x)
                     to ws-ms-close(ws-master-x)
                   perform 165-find-later
                   if ws-later-hit is greater than 0
                       subtract ws-lt-net(ws-later-hit)
                           from ws-ms-close(ws-master-x)
                   end-if
                   if ws-ms-close(ws-master-x) is not equal to 0
                       perform 220-add-to-centre
                   end-if
               end-if
           end-if.
      *
       220-add-to-centre.
      *
           move 0 to ws-centre-hit.
           perform 221-match-centre
               varying ws-centre-x from 1 by 1
               until ws-centre-x is greater than ws-centre-count
               or ws-centre-hit is greater than 0.
      *
           if ws-centre-hit is equal to 0
               if ws-centre-count is equal to 200
                   move "y" to ws-table-overflow
               else
                   add 1 to ws-centre-count
                   move ws-centre-count to ws-centre-hit
                   move ws-find-centre
                     to ws-rc-cost-center(ws-centre-hit)
                   move 0 to ws-rc-net(ws-centre-hit)
               end-if
           end-if.
      *
           if ws-centre-hit is greater than 0
               add ws-ms-close(ws-master-x) to ws-rc-net(ws-centre-hit)
               add 1 to ws-cntr-accounts-closed
           end-if.
      *
       221-match-centre.
      *
           if ws-rc-cost-center(ws-centre-x) is equal to ws-find-centre
               move ws-centre-x to ws-centre-hit
           end-if.
      *
       230-count-new-master-row.
      *
           move ws-rc-cost-center(ws-centre-x) to ws-find-centre.
           perform 240-find-master.
           if ws-master-hit is equal to 0
               add 1 to ws-new-master-rows
           end-if.
      *
       240-find-master.
      *
           move 0 to ws-master-hit.
           perform 241-match-master
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count
               or ws-master-hit is greater than 0.
      *
       241-match-master.
      *
           if ws-ms-account(ws-master-x) is equal to ws-find-account
             and ws-ms-cost-center(ws-master-x) is equal to
                                               ws-find-centre
               move ws-master-x to ws-master-hit
           end-if.
      *
      *the master as it stood before the close
       300-archive-master.
      *
           open output archive-file.
      *
           perform 310-archive-one-row
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count.
      *
           close archive-file.
      *
       310-archive-one-row.
      *
           move ws-ms-account(ws-master-x)     to ms-account.
           move ws-ms-cost-center(ws-master-x) to ms-cost-center.
           move ws-ms-balance(ws-master-x)     to ms-balance.
           write archive-rec from master-rec.
      *
      *one entry per revenue and expense row reversing its year,
      *then one retained-earnings entry per cost centre for the
      *net - each posted to the master as it is written
       400-write-closing-journal.
      *
           open output journal-file.
           write journal-line from ws-gl-header.
      *
           perform 410-close-one-row
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count.
      *
           move ws-retained-account to ws-find-account.
           perform 420-close-one-centre
               varying ws-centre-x from 1 by 1
               until ws-centre-x is greater than ws-centre-count.
      *
           move spaces             to ws-gl-row.
           move "T"                to gl-rec-type.
           move ws-gl-row-count    to gl-account.
           move ws-gl-debit-total  to gl-amount.
           move ws-close-date      to gl-date.
           move ws-gl-source       to gl-source.
           write journal-line from ws-gl-row.
      *
           close journal-file.
      *
       410-close-one-row.
      *
           if ws-ms-close(ws-master-x) is not equal to 0
               move ws-ms-account(ws-master-x)     to gl-account
               move ws-ms-cost-center(ws-master-x) to gl-cost-center
               multiply ws-ms-close(ws-master-x) by -1
                   giving ws-journal-amount
               perform 430-write-journal-row
               subtract ws-ms-close(ws-master-x)
                   from ws-ms-balance(ws-master-x)
           end-if.
      *
      *the centre's net closes to retained earnings on the side
      *that balances its entries - a debit when the year's
      *expenses ran past its revenue
       420-close-one-centre.
      *
           if ws-rc-net(ws-centre-x) is not equal to 0
               move ws-rc-cost-center(ws-centre-x) to ws-find-centre
               perform 240-find-master
               if ws-master-hit is equal to 0
                   add 1 to ws-master-count
                   move ws-master-count to ws-master-hit
                   move ws-find-account
                     to ws-ms-account(ws-master-hit)
                   move ws-find-centre
                     to ws-ms-cost-center(ws-master-hit)
                   move 0 to ws-ms-balance(ws-master-hit)
                   move 0 to ws-ms-close(ws-master-hit)
               end-if
               move ws-find-account to gl-account
               move ws-find-centre  to gl-cost-center
               move ws-rc-net(ws-centre-x) to ws-journal-amount
               perform 430-write-journal-row
               add ws-rc-net(ws-centre-x)
                to ws-ms-balance(ws-master-hit)
           end-if.
      *
      *a positive amount is a debit, a negative one a credit
       430-write-journal-row.
      *
           move "D"           to gl-rec-type.
           move ws-close-date to gl-date.
           move ws-gl-source  to gl-source.
      *
           if ws-journal-amount is greater than 0
               move "D" to gl-dr-cr
               move ws-journal-amount to gl-amount
               add gl-amount to ws-gl-debit-total
           else
               move "C" to gl-dr-cr
               multiply ws-journal-amount by -1 giving gl-amount
               add gl-amount to ws-gl-credit-total
           end-if.
      *
           write journal-line from ws-gl-row.
           add 1 to ws-gl-row-count.
      *
       500-rewrite-master.
      *
           open output master-file.
      *
           perform 510-write-one-account
               varying ws-master-x from 1 by 1
               until ws-master-x is greater than ws-master-count.
      *
           close master-file.
      *
       510-write-one-account.
      *
           move ws-ms-account(ws-master-x)     to ms-account.
           move ws-ms-cost-center(ws-master-x) to ms-cost-center.
           move ws-ms-balance(ws-master-x)     to ms-balance.
           write master-rec.
      *
       600-save-year-control.
      *
           open output year-control-file.
      *
           move ws-close-year       to cy-last-closed-year.
           move ws-retained-account to cy-retained-account.
           write year-control-rec.
      *
           close year-control-file.
      *
       end program GL-YearEndClose.
