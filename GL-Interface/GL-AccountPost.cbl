      *
      *posting step for the shared GL interface feed.  every
      *producing report (A3-SalesComm, A4-SalaryReport, both A5
      *reports, A2-ItemList and A2-POUpdate) appends its journal
      *rows and a balancing trailer to
      *GLInterface.dat, and until now finance loaded the file by
      *hand.  this program reads the feed, checks each source's D
      *rows against its T balancing trailer - row count and debit
      *                     the account master outgrows the table
      *                     - the rewrite used to delete the
      *                     overflow balances silently.
      *  Oct 15/2026 - RS - the feed may open with a layout header
      *                     record - a version this program does
      *                     not read refuses the run, files
      *                     untouched, and the rewritten feed keeps
      *                     the header.
      *  Oct 15/2026 - RS - the A2 inventory and revenue journals
      *                     log their handoff on ChainControl.dat -
      *                     each A2 batch read off the feed logs the
      *                     consumer side, rows and debits as read,
      *                     under the producer's business date.
      *  Oct 15/2026 - RS - every D row is checked against the
      *                     chart of accounts (GL-ChartOfAccounts.dat)
      *                     and the cost-centre list
      *                     (GL-CostCentres.dat) - a batch with a
      *                     row against an unknown or inactive
      *                     account, or an unknown cost centre, is
      *                     rejected to the error listing with the
      *                     bad rows marked, instead of a mistyped
      *                     account opening a new balance row.
      *  Oct 15/2026 - RS - every posted row also lands in the
      *                     month it is dated for on a period
      *                     actuals file (GL-PeriodActuals.dat) by
      *                     account and cost centre, so the budget
      *                     report has monthly and year-to-date
      *                     actuals to set against the budget.
      *
       environment division.
      *
               organization is line sequential
               file status is ws-master-file-status.
      *
      *posted amounts by account, cost centre and month - loaded,
      *posted against and rewritten the way the master is
           select actuals-file
               assign to "../../../data/GL-PeriodActuals.dat"
               organization is line sequential
               file status is ws-actuals-file-status.
      *
      *chart of accounts and the valid cost centres - a file that
      *is not there leaves that check off, so the feed still posts
      *while the chart is being set up
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
      *rows of every source batch that failed its trailer check,
      *with the reason, so finance can chase the producer
           select error-file
               assign to "../../../data/GL-AccountPost.out"
               organization is line sequential.
      *
      *shared chain control file - the consumer side of each A2
      *journal handoff, for the end-of-chain reconciliation
           select chain-control-file
               assign to "../../../data/ChainControl.dat"
               organization is line sequential
               file status is ws-chain-control-file-status.
      *
      *scratch file for the rejected batches' rows - they rewrite
      *the live feed once the posted batches have come off it
           select keep-file
           05 gl-dr-cr                 pic x.
           05 gl-amount                pic 9(9)v99.
           05 gl-date                  pic 9(8).
           05 gl-date-r redefines gl-date.
               10 gl-date-yyyymm       pic 9(6).
               10 filler               pic 99.
           05 gl-source                pic x(20).
      *
      *layout header - when present, the first record of the
      *feed, naming the record layout version of the rows below it
       01 gl-header-rec.
           05 gh-marker                pic x(8).
               88 gh-layout-header      value "*LAYOUT ".
           05 gh-file-id               pic x(10).
           05 gh-version               pic 99.
           05 filler                   pic x(33).
      *
       fd master-file
           data record is master-rec
           05 ms-cost-center           pic x(4).
           05 ms-balance               pic s9(10)v99
                                       sign leading separate.
      *
      *net posted (debits less credits) for one account, cost
      *centre and month
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
      *one row per account - its name, its type (A asset, L
      *liability, E equity, R revenue, X expense) and Y while it
      *may be posted to
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
       fd error-file
           data record is error-line
           record contains 80 characters.
      *
       01 report-line                  pic x(80).
      *
       fd chain-control-file
           data record is chain-control-rec
           record contains 76 characters.
      *
       01 chain-control-rec.
           05 cc-program               pic x(20).
           05 cc-file                  pic x(30).
           05 cc-role                  pic x.
           05 cc-date                  pic 9(8).
           05 cc-count                 pic 9(6).
           05 cc-dollars               pic 9(9)v99.
      *
       fd keep-file
           data record is keep-line
       77 ws-eof-Y                     pic x      value "y".
       77 ws-eof-N                     pic x      value "n".
      *
      *the feed layout version this program reads, the switch set
      *when the feed carries any other, and the header the
      *rewritten feed opens with
       77 ws-gl-version                pic 99     value 01.
       77 ws-layout-bad                pic x      value "n".
           88 layout-unknown            value "y".
      *
       01 ws-gl-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "GLINTERF".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(33)  value spaces.
      *
      *the first pass's verdict on each batch, in feed order - the
      *second pass posts the P batches and keeps the R batches'
      *rows on the feed
           05 ws-verdict-entry occurs 1 to 60 times
                   depending on ws-verdict-count.
               10 ws-vd-source          pic x(20).
               10 ws-vd-source-r redefines ws-vd-source.
                   15 ws-vd-system      pic x(3).
                       88 vd-from-a2     value "A2-".
                   15 filler            pic x(17).
               10 ws-vd-date            pic 9(8).
               10 ws-vd-status          pic x.
                   88 vd-posted          value "P".
                   88 vd-rejected        value "R".
      *the batch being balanced on the first pass
       01 ws-batch-work.
           05 ws-batch-source          pic x(20)  value spaces.
           05 ws-batch-date            pic 9(8)   value 0.
           05 ws-batch-rows            pic 9(4)   value 0.
           05 ws-batch-debits          pic 9(9)v99 value 0.
      *
       77 ws-chain-control-file-status pic xx     value spaces.
      *
      *layout header written as the first record of a chain
      *control file this run creates
       01 ws-chain-control-header.
           05 filler                   pic x(8)   value "*LAYOUT ".
           05 filler                   pic x(10)  value "CHAINCTL".
           05 filler                   pic 99     value 01.
           05 filler                   pic x(56)  value spaces.
      *
      *period actuals table - the net posted by account, cost
      *centre and month
       01 ws-actuals-table.
           05 ws-actuals-entry occurs 1 to 3000 times
                   depending on ws-actuals-count.
               10 ws-pa-account         pic x(8).
               10 ws-pa-cost-center     pic x(4).
               10 ws-pa-period          pic 9(6).
               10 ws-pa-net             pic s9(10)v99.
      *
       01 ws-actuals-count             pic 9(4)   value 0.
      *
       01 ws-actuals-subs.
           05 ws-actuals-x             pic 9(4)   value 0.
           05 ws-actuals-hit           pic 9(4)   value 0.
      *
       77 ws-actuals-file-status       pic xx     value spaces.
       77 ws-actuals-eof-flag          pic x      value "n".
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
       01 ws-centre-table.
           05 ws-centre-entry occurs 1 to 200 times
                   depending on ws-centre-count.
               10 ws-cv-cost-center     pic x(4).
      *
       01 ws-centre-count              pic 9(3)   value 0.
      *
       01 ws-chart-subs.
           05 ws-chart-x               pic 9(3)   value 0.
           05 ws-chart-hit             pic 9(3)   value 0.
           05 ws-centre-x              pic 9(3)   value 0.
           05 ws-centre-hit            pic 9(3)   value 0.
      *
       77 ws-chart-file-status         pic xx     value spaces.
       77 ws-centre-file-status        pic xx     value spaces.
       77 ws-chart-eof-flag            pic x      value "n".
       77 ws-centre-eof-flag           pic x      value "n".
       77 ws-chart-loaded              pic x      value "n".
       77 ws-centre-loaded             pic x      value "n".
      *
      *what is wrong with the row in hand, and the first such
      *problem found in the open batch
       77 ws-row-note                  pic x(23)  value spaces.
       77 ws-batch-bad-reason          pic x(30)  value spaces.
      *
      *posting counters for the summary
       01 ws-counters.
           05 ws-cntr-batches-rejected pic 9(4)   value 0.
           05 ws-cntr-rows-posted      pic 9(4)   value 0.
           05 ws-cntr-rows-unposted    pic 9(4)   value 0.
           05 ws-cntr-rows-off-chart   pic 9(4)   value 0.
           05 ws-cntr-actuals-short    pic 9(4)   value 0.
      *
      *run date, stamped on the summary heading
       77 ws-run-date                  pic 9(8)   value 0.
       01 ws-error-detail.
           05 filler                   pic x(3)   value spaces.
           05 er-image                 pic x(53).
           05 filler                   pic x      value spaces.
           05 er-note                  pic x(23).
      *
      *summary report lines
       01 ws-heading-line.
           accept ws-run-date from date yyyymmdd.
      *
           perform 100-load-master.
      *
           perform 130-load-actuals.
      *
           if ws-actuals-count is equal to 3000
             and ws-actuals-eof-flag is not equal to "y"
               display "GL-ACCOUNTPOST: PERIOD ACTUALS EXCEED "
                       "3000 ROWS - RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           perform 120-load-chart.
      *
      *the table rewrites the master at the end of the run, so a
      *load that stopped with rows still unread must refuse to
           end-if.
      *
           perform 200-balance-pass.
      *
           if layout-unknown
               display "GL-ACCOUNTPOST: RUN REFUSED, FILES UNTOUCHED"
               move 8 to return-code
               goback
           end-if.
      *
           if ws-verdict-overflow is equal to "y"
               display "GL-ACCOUNTPOST: FEED CARRIES MORE THAN 60 "
               move 8 to return-code
               goback
           end-if.
      *
           if ws-gl-file-status is not equal to "35"
               perform 600-log-chain-handoffs
           end-if.
      *
           open output error-file.
           open output report-file.
           perform 800-write-summary.
      *
           perform 900-rewrite-master.
      *
           perform 920-rewrite-actuals.
      *
           close error-file
                 report-file.
      *run so the batch chain and the morning digest see it
           if ws-cntr-batches-rejected is greater than 0
             or ws-cntr-rows-unposted is greater than 0
             or ws-cntr-actuals-short is greater than 0
               move 8 to return-code
           end-if.
      *
           move ms-balance     to ws-ms-balance(ws-master-count).
      *
           perform 105-read-master-record.
      *
      *loads the chart of accounts and the cost-centre list
       120-load-chart.
      *
           open input chart-file.
      *
           if ws-chart-file-status is equal to "35"
               display "GL-ACCOUNTPOST: GL-ChartOfAccounts.dat "
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
               display "GL-ACCOUNTPOST: GL-CostCentres.dat "
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
      *loads the period actuals - a missing file starts a new one
       130-load-actuals.
      *
           open input actuals-file.
      *
           if ws-actuals-file-status is not equal to "35"
               perform 131-read-actuals
               perform 132-add-actuals-entry
                   until ws-actuals-eof-flag is equal to "y"
                   or ws-actuals-count is equal to 3000
           end-if.
      *
           close actuals-file.
      *
       131-read-actuals.
           read actuals-file
               at end
                   move "y" to ws-actuals-eof-flag.
      *
       132-add-actuals-entry.
      *
           add 1 to ws-actuals-count.
      *
           move pa-account     to ws-pa-account(ws-actuals-count).
           move pa-cost-center to ws-pa-cost-center(ws-actuals-count).
           move pa-period      to ws-pa-period(ws-actuals-count).
           move pa-net         to ws-pa-net(ws-actuals-count).
      *
           perform 131-read-actuals.
      *
       110-read-gl-row.
      *
               at end
                   move ws-eof-Y to ws-eof-flag.
      *
      *a layout header on the first record is checked and passed
      *over - an unstamped feed is read as the current layout, and
      *any other version ends the read before a row is misposted
       115-check-gl-layout.
      *
           if ws-eof-flag is not equal to ws-eof-Y
             and gh-layout-header
               if gh-file-id is equal to "GLINTERF"
                 and gh-version is equal to ws-gl-version
                   perform 110-read-gl-row
               else
                   move "y"      to ws-layout-bad
                   move ws-eof-Y to ws-eof-flag
                   display "GL-ACCOUNTPOST: GL FEED LAYOUT "
                           gh-file-id " VERSION " gh-version
                           " NOT SUPPORTED (EXPECTS "
                           ws-gl-version ") - RUN STOPPED"
               end-if
           end-if.
      *
      *first pass - balances every batch against its trailer and
      *records a posted/rejected verdict per batch, in feed order;
      *not a dollar moves yet
      *
           if ws-gl-file-status is not equal to "35"
               perform 110-read-gl-row
               perform 115-check-gl-layout
               perform 210-balance-one-row
                   until ws-eof-flag is equal to ws-eof-Y
      *
      *D rows still open at end of file never met their trailer
               if ws-batch-rows is greater than 0
                 and not layout-unknown
                   perform 310-record-verdict
                   if ws-verdict-overflow is not equal to "y"
                       move "R" to ws-vd-status(ws-verdict-count)
           else
               add 1 to ws-batch-rows
               move gl-source to ws-batch-source
               move gl-date   to ws-batch-date
               if gl-dr-cr is equal to "D"
                   add gl-amount to ws-batch-debits
               end-if
               perform 220-check-chart
               if ws-row-note is not equal to spaces
                   add 1 to ws-cntr-rows-off-chart
                   if ws-batch-bad-reason is equal to spaces
                       string ws-row-note delimited by "  "
                              " ON A ROW" delimited by size
                           into ws-batch-bad-reason
                   end-if
               end-if
           end-if.
      *
           perform 110-read-gl-row.
      *
      *the row's account has to be on the chart and active, and
      *its cost centre on the list - ws-row-note says which failed
       220-check-chart.
      *
           move spaces to ws-row-note.
      *
           if ws-chart-loaded is equal to "y"
               move 0 to ws-chart-hit
               perform 221-match-chart
                   varying ws-chart-x from 1 by 1
                   until ws-chart-x is greater than ws-chart-count
                   or ws-chart-hit is greater than 0
               if ws-chart-hit is equal to 0
                   move "UNKNOWN ACCOUNT" to ws-row-note
               else
                   if ws-ca-active(ws-chart-hit) is not equal to "Y"
                       move "INACTIVE ACCOUNT" to ws-row-note
                   end-if
               end-if
           end-if.
      *
           if ws-centre-loaded is equal to "y"
             and ws-row-note is equal to spaces
               move 0 to ws-centre-hit
               perform 222-match-centre
                   varying ws-centre-x from 1 by 1
                   until ws-centre-x is greater than ws-centre-count
                   or ws-centre-hit is greater than 0
               if ws-centre-hit is equal to 0
                   move "UNKNOWN COST CENTRE" to ws-row-note
               end-if
           end-if.
      *
       221-match-chart.
      *
           if ws-ca-account(ws-chart-x) is equal to gl-account
               move ws-chart-x to ws-chart-hit
           end-if.
      *
       222-match-centre.
      *
           if ws-cv-cost-center(ws-centre-x) is equal to gl-cost-center
               move ws-centre-x to ws-centre-hit
           end-if.
      *
      *checks the open batch against the trailer just read - the
      *row count and the debit total both have to agree before a
      *single dollar reaches the master
                   move "R" to ws-vd-status(ws-verdict-count)
                   move debit-mismatch-reason
                     to ws-vd-reason(ws-verdict-count)
               else
               if ws-batch-bad-reason is not equal to spaces
                   move "R" to ws-vd-status(ws-verdict-count)
                   move ws-batch-bad-reason
                     to ws-vd-reason(ws-verdict-count)
               else
                   move "P" to ws-vd-status(ws-verdict-count)
               end-if
               end-if
               end-if
           end-if.
      *
           move spaces to ws-batch-bad-reason.
           move 0      to ws-batch-rows.
           move 0      to ws-batch-debits.
           move 0      to ws-batch-date.
           move spaces to ws-batch-source.
      *
      *registers the open batch in the verdict table - a feed
               add 1 to ws-verdict-count
               move ws-batch-source
                 to ws-vd-source(ws-verdict-count)
               move ws-batch-date
                 to ws-vd-date(ws-verdict-count)
               move spaces to ws-vd-reason(ws-verdict-count)
               move ws-batch-rows
                 to ws-vd-rows(ws-verdict-count)
           move "n" to ws-reject-heading-out.
      *
           perform 110-read-gl-row.
           perform 115-check-gl-layout.
           perform 510-apply-one-row
               until ws-eof-flag is equal to ws-eof-Y.
      *
                       from ws-ms-balance(ws-master-hit)
               end-if
               add 1 to ws-cntr-rows-posted
               perform 525-post-period-actual
           else
      *money with nowhere to land is shouted, counted, and fails
      *the run - it must never just evaporate
                       "FOR " gl-account " NOT POSTED"
           end-if.
      *
      *the posted row's month - a full table leaves the month
      *short, so it is shouted and fails the run like an unposted
      *row
       525-post-period-actual.
      *
           move 0 to ws-actuals-hit.
           perform 526-match-period-actual
               varying ws-actuals-x from 1 by 1
               until ws-actuals-x is greater than ws-actuals-count
               or ws-actuals-hit is greater than 0.
      *
           if ws-actuals-hit is equal to 0
             and ws-actuals-count is less than 3000
               add 1 to ws-actuals-count
               move ws-actuals-count to ws-actuals-hit
               move gl-account     to ws-pa-account(ws-actuals-hit)
               move gl-cost-center
                 to ws-pa-cost-center(ws-actuals-hit)
               move gl-date-yyyymm to ws-pa-period(ws-actuals-hit)
               move 0 to ws-pa-net(ws-actuals-hit)
           end-if.
      *
           if ws-actuals-hit is greater than 0
               if gl-dr-cr is equal to "D"
                   add gl-amount to ws-pa-net(ws-actuals-hit)
               else
                   subtract gl-amount from ws-pa-net(ws-actuals-hit)
               end-if
           else
               add 1 to ws-cntr-actuals-short
               display "GL-ACCOUNTPOST: PERIOD ACTUALS TABLE FULL - "
                       gl-account " " gl-date-yyyymm
                       " NOT IN THE MONTH'S ACTUALS"
           end-if.
      *
       526-match-period-actual.
      *
           if ws-pa-account(ws-actuals-x) is equal to gl-account
             and ws-pa-cost-center(ws-actuals-x) is equal to
                                               gl-cost-center
             and ws-pa-period(ws-actuals-x) is equal to
                                               gl-date-yyyymm
               move ws-actuals-x to ws-actuals-hit
           end-if.
      *
      *a rejected batch's row goes to the error listing (under
      *its heading) and stays on the feed for correction
       530-keep-one-row.
           end-if.
      *
           move gl-line to er-image.
           move spaces  to er-note.
           if gl-detail-row
               perform 220-check-chart
               if ws-row-note is not equal to spaces
                   string "<" ws-row-note delimited by size
                       into er-note
               end-if
           end-if.
           write error-line from ws-error-detail.
      *
           write keep-line from gl-line.
               move "y" to ws-master-found
               move ws-master-x to ws-master-hit
           end-if.
      *
      *each A2 journal batch read off the feed logs the consumer
      *side of its handoff - the rows and debits read, posted or
      *not, under the business date the producer stamped, so the
      *reconciliation pairs it with the producer's record
       600-log-chain-handoffs.
      *
           open extend chain-control-file.
           if ws-chain-control-file-status is equal to "35"
               open output chain-control-file
               write chain-control-rec from ws-chain-control-header
           end-if.
      *
           perform 610-log-one-handoff
               varying ws-verdict-x from 1 by 1
               until ws-verdict-x is greater than ws-verdict-count.
      *
           close chain-control-file.
      *
       610-log-one-handoff.
      *
           if vd-from-a2(ws-verdict-x)
               move "GL-AccountPost"          to cc-program
               move spaces                    to cc-file
               string "GLInterface.dat/" ws-vd-source(ws-verdict-x)
                   delimited by space into cc-file
               move "C"                       to cc-role
               move ws-vd-date(ws-verdict-x)  to cc-date
               move ws-vd-rows(ws-verdict-x)  to cc-count
               move ws-vd-debits(ws-verdict-x) to cc-dollars
               write chain-control-rec
           end-if.
      *
       700-print-batch-lines.
      *
      *
           open input keep-file.
           open output gl-file.
           write gl-line from ws-gl-header.
           move ws-eof-N to ws-eof-flag.
      *
           perform 760-read-keep-row.
           move ws-cntr-rows-unposted   to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
           move "ROWS OFF CHART:     "  to ws-dl-label.
           move ws-cntr-rows-off-chart  to ws-dl-count.
           write report-line from ws-detail-line
             after advancing 1 line.
      *
      *writes the maintained table back as the new balance master
       900-rewrite-master.
           move ws-ms-balance(ws-master-x)     to ms-balance.
      *
           write master-rec.
      *
      *writes the period actuals back out
       920-rewrite-actuals.
      *
           open output actuals-file.
      *
           perform 930-write-one-actual
               varying ws-actuals-x from 1 by 1
               until ws-actuals-x is greater than ws-actuals-count.
      *
           close actuals-file.
      *
       930-write-one-actual.
      *
           move ws-pa-account(ws-actuals-x)     to pa-account.
           move ws-pa-cost-center(ws-actuals-x) to pa-cost-center.
           move ws-pa-period(ws-actuals-x)      to pa-period.
           move ws-pa-net(ws-actuals-x)         to pa-net.
      *
           write actuals-rec.
      *
       end program GL-AccountPost.
